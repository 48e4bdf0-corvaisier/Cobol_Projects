       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX082.
      *==============================================================*
      * PROGRAMME de projection de tresorerie a 90 jours par devise  *
      *   - La tresorerie demandait chaque semaine ce qui sortira    *
      *     dans les semaines a venir, et la reponse se faisait a la *
      *     main a partir de plusieurs fichiers                      *
      *   - Quatre sources de sorties attendues, toutes des          *
      *     decaissements de la suite (un montant d'article devient  *
      *     un paiement a la contrepartie) :                         *
      *       . articles en attente (FIC1-STATUT 'P') de FICHIER1,   *
      *         a leur FIC1-DATE-EFFET - hors articles porteurs d'un *
      *         echeancier                                           *
      *       . versements restant a liberer des echeanciers         *
      *         FIC-ECHEANCIERS, dates et montants calcules comme    *
      *         FOREX072 les liberera (reliquat sur le dernier)      *
      *       . articles a date d'effet future parques dans          *
      *         FIC1-DIFFERES, a leur date d'effet                   *
      *       . paiements emis non denoues (FIC-SUSPENS de FOREX057) *
      *         a leur date de valeur                                *
      *   - Une date tombant un jour ferme de la juridiction de      *
      *     l'article est portee au jour ouvre suivant (service      *
      *     calendrier FOREX043), puis chaque flux est range dans    *
      *     le premier jour ouvre de l'horizon qui la couvre ; un    *
      *     flux deja echu (date passee, suspens sans date) tombe    *
      *     sur le premier jour                                      *
      *   - Par devise (FIC1-DEVISE, blanc = EUR) : sorties et cumul *
      *     par jour ouvre, totaux par source, equivalent euro au    *
      *     cours le plus recent de FIC-TAUX-CHANGE (meme regle que  *
      *     FOREX039) ; puis la sortie consolidee en euro par jour   *
      *   - Un jour dont la sortie nette depasse le seuil de sa      *
      *     devise (FIC-PARAM-TRESO, ligne '***' = seuil des devises *
      *     non listees ; sans ligne, pas de seuil) est signale :    *
      *     RC 4 et alerte W TRESOSEU                                *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Seuils de sortie journaliere par devise - facultatif
           SELECT FIC-PARAM-TRESO
                     ASSIGN to FICPTRES
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PTRES.
      * Table des taux de change (meme dessin que FOREX00B)
           SELECT FIC-TAUX-CHANGE
                     ASSIGN to FICTXC
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TXC.
      * FICHIER1 : meme cluster KSDS que FOREX009 - DYNAMIC pour
      *   lire les porteurs d'echeancier par cle, puis balayer
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * Echeanciers en cours de FOREX072 - facultatif
           SELECT FIC-ECHEANCIERS
                     ASSIGN to FICECHP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-ECHP.
      * Articles differes de FOREX015 - facultatif
           SELECT FIC1-DIFFERES
                     ASSIGN to FIC1DIF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-DIF.
      * Suspens de FOREX057 - facultatif
           SELECT FIC-SUSPENS
                     ASSIGN to FICSUSP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-SUSP.
      * Rapport de projection
           SELECT FIC-RAPPORT-TRESO
                     ASSIGN to FICRTRES
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RTRES.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Seuil : devise (ou '***') et sortie journaliere maximale
       FD  FIC-PARAM-TRESO.
       01  PTRES-REC.
         10 PTRES-DEVISE       PIC X(03).
         10 FILLER             PIC X(01).
         10 PTRES-SEUIL        PIC 9(11)V99.
         10 FILLER             PIC X(63).

      * Cours d'une devise vers l'euro, meme dessin que FOREX00B
       FD  FIC-TAUX-CHANGE.
       01  TXC-REC.
         10 TXC-DEVISE         PIC X(03).
         10 TXC-DATE           PIC 9(08).
         10 TXC-TAUX           PIC 9(03)V9(06).
         10 FILLER             PIC X(60).

      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

      * Echeancier : meme dessin que FOREX072
       FD  FIC-ECHEANCIERS.
       01  ECH-REC.
         10 ECH-CLE            PIC X(10).
         10 FILLER             PIC X(01).
         10 ECH-NB-VERSEMENTS  PIC 9(03).
         10 FILLER             PIC X(01).
         10 ECH-FREQUENCE      PIC X(01).
            88 ECH-FREQ-VALIDE            VALUE 'M' 'T' 'S' 'A'.
         10 FILLER             PIC X(01).
         10 ECH-DATE-PREMIERE  PIC 9(08).
         10 FILLER             PIC X(01).
         10 ECH-MONTANT        PIC 9(09)V99.
         10 FILLER             PIC X(01).
         10 ECH-NB-LIBERES     PIC 9(03).
         10 FILLER             PIC X(01).
         10 ECH-DATE-DERN-LIB  PIC 9(08).
         10 FILLER             PIC X(30).

       FD  FIC1-DIFFERES.
           COPY FIC1REC REPLACING LEADING ==FIC1== BY ==DIF==.

      * Suspens : meme dessin que FOREX057
       FD  FIC-SUSPENS.
       01  SUSP-REC.
         10 SUSP-REF           PIC X(16).
         10 FILLER             PIC X(01).
         10 SUSP-MONTANT       PIC 9(09)V99.
         10 FILLER             PIC X(01).
         10 SUSP-AGE           PIC 9(03).
         10 FILLER             PIC X(01).
         10 SUSP-DEVISE        PIC X(03).
         10 FILLER             PIC X(01).
         10 SUSP-DATE-VALEUR   PIC 9(08).
         10 FILLER             PIC X(35).

       FD  FIC-RAPPORT-TRESO.
       01  RTRES-REC           PIC X(80).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PTRES      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PTRES   PIC 9      VALUE ZERO.
               88 WS-FIN-PTRES                 VALUE 1.
           02  WS-STATUS-TXC        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TXC     PIC 9      VALUE ZERO.
               88 WS-FIN-TXC                   VALUE 1.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-STATUS-ECHP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-ECHP    PIC 9      VALUE ZERO.
               88 WS-FIN-ECHP                  VALUE 1.
           02  WS-STATUS-DIF        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-DIF     PIC 9      VALUE ZERO.
               88 WS-FIN-DIF                   VALUE 1.
           02  WS-STATUS-SUSP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-SUSP    PIC 9      VALUE ZERO.
               88 WS-FIN-SUSP                  VALUE 1.
           02  WS-STATUS-RTRES      PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-ECHEANCIERS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-ECH-IGNORES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-DIFFERES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-SUSPENS-LUS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-FLUX           PIC S9(9)  VALUE ZERO.
           02  WS-NB-FLUX-ECHUS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-HORS-HORIZON   PIC S9(9)  VALUE ZERO.
           02  WS-NB-JOURS-SIGNALES PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-COURS     PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-MONTANT-EDT2      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-TAUX-EDT          PIC ZZ9,999999.
           02  WS-LIGNE-RAPPORT     PIC X(80).

      *    Horizon de la projection : 90 jours calendaires a partir
      *    du jour du run
       01  WS-HORIZON-JOURS         PIC 9(03)  VALUE 90.
       01  WS-DATE-JOUR             PIC 9(08)  VALUE ZERO.
       01  WS-DATE-FIN-HORIZON      PIC 9(08)  VALUE ZERO.
       01  WS-JOUR-INT              PIC S9(9)  COMP VALUE ZERO.
       01  WS-DATE-TEST             PIC 9(08)  VALUE ZERO.

      *    Jours ouvres de l'horizon (calendrier commun '***')
       01  WS-NB-JOURS-OUVRES       PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-JOURS-OUVRES.
           02  WS-JO-DATE           PIC 9(08)  OCCURS 90.
       01  WS-IDX-JOUR              PIC S9(4) COMP SYNC VALUE ZERO.

      *    Flux courant a ranger : date, devise, montant, source
      *    (1 article en attente, 2 versement, 3 differe, 4 suspens)
      *    et juridiction de son calendrier
       01  WS-FLUX.
           02  WS-FLX-DATE          PIC 9(08)  VALUE ZERO.
           02  WS-FLX-DEVISE        PIC X(03)  VALUE SPACE.
           02  WS-FLX-MONTANT       PIC S9(11)V99 VALUE ZERO.
           02  WS-FLX-SOURCE        PIC 9(01)  VALUE ZERO.
           02  WS-FLX-PAYS          PIC X(03)  VALUE SPACE.

      *    Sorties par devise, par jour ouvre et par source
       01  WS-NB-DEVISES            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-DEVISES.
           02  WS-DEV-ENTREE OCCURS 50.
               05 WS-DEV-CODE       PIC X(03).
               05 WS-DEV-TOTAL      PIC S9(13)V99 COMP-3.
               05 WS-DEV-SOURCE     PIC S9(13)V99 COMP-3 OCCURS 4.
               05 WS-DEV-JOUR       PIC S9(13)V99 COMP-3 OCCURS 90.
               05 WS-DEV-TAUX       PIC 9(03)V9(06).
               05 WS-DEV-DATE-TAUX  PIC 9(08).
               05 WS-DEV-SEUIL      PIC S9(11)V99 COMP-3.
               05 WS-DEV-INDIC-SEUIL PIC 9.
                   88 WS-DEV-A-SEUIL           VALUE 1.
       01  WS-IDX-DEV               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-SRC               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-LIB-SOURCES.
           02  FILLER               PIC X(20)  VALUE
                                    'ARTICLES EN ATTENTE'.
           02  FILLER               PIC X(20)  VALUE
                                    'VERSEMENTS ECHEANCES'.
           02  FILLER               PIC X(20)  VALUE
                                    'ARTICLES DIFFERES'.
           02  FILLER               PIC X(20)  VALUE
                                    'PAIEMENTS EN SUSPENS'.
       01  WS-LIB-SOURCES-R REDEFINES WS-LIB-SOURCES.
           02  WS-LIB-SOURCE        PIC X(20)  OCCURS 4.

      *    Sortie consolidee en euro par jour ouvre
       01  WS-TAB-JOURS-EUR.
           02  WS-EUR-JOUR          PIC S9(13)V99 COMP-3 OCCURS 90.
       01  WS-CUMULS  COMP-3.
           02  WS-CUMUL             PIC S9(13)V99 VALUE ZERO.
           02  WS-MONTANT-EUR       PIC S9(13)V99 VALUE ZERO.
           02  WS-TOTAL-EUR         PIC S9(13)V99 VALUE ZERO.

      *    Cours les plus recents par devise
       01  WS-NB-TAUX               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TAUX.
           02  WS-TXR-ENTREE OCCURS 200.
               05 WS-TXR-DEVISE     PIC X(03).
               05 WS-TXR-DATE       PIC 9(08).
               05 WS-TXR-TAUX       PIC 9(03)V9(06).
       01  WS-IDX-TXR               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Seuils par devise ('***' = devises non listees)
       01  WS-NB-SEUILS             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-SEUILS.
           02  WS-SEU-ENTREE OCCURS 100.
               05 WS-SEU-DEVISE     PIC X(03).
               05 WS-SEU-MONTANT    PIC 9(11)V99.
       01  WS-IDX-SEU               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Cles des articles porteurs d'un echeancier : leurs sorties
      *    sont les versements, pas l'article entier
       01  WS-NB-CLES-ECH           PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-CLES-ECH.
           02  WS-CLE-ECH           PIC X(10)  OCCURS 5000.
       01  WS-IDX-CLE               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Echeancier courant : montants des versements et rang
       01  WS-ECHEANCIER-COURANT.
           02  WS-EC-MONTANT-VERS   PIC 9(09)V99   VALUE ZERO.
           02  WS-EC-MONTANT-DERN   PIC S9(11)V99  VALUE ZERO.
           02  WS-EC-RANG           PIC 9(04)      VALUE ZERO.
           02  WS-EC-ECHEANCE       PIC 9(08)      VALUE ZERO.

      *    Calcul de la date du versement de rang n : premiere
      *    echeance + (n - 1) periodes de 1, 3, 6 ou 12 mois, jour
      *    ramene a la fin du mois si besoin (regle de FOREX072)
       01  WS-CALCUL-ECHEANCE.
           02  WS-CE-DATE           PIC 9(08)  VALUE ZERO.
           02  WS-CE-DATE-R REDEFINES WS-CE-DATE.
               03  WS-CE-ANNEE      PIC 9(04).
               03  WS-CE-MOIS       PIC 9(02).
               03  WS-CE-JOUR       PIC 9(02).
           02  WS-CE-PAS-MOIS       PIC 9(02)  VALUE ZERO.
           02  WS-CE-TOTAL-MOIS     PIC 9(07)  VALUE ZERO.
           02  WS-CE-JOUR-MAX       PIC 9(02)  VALUE ZERO.
       01  WS-TAB-JOURS-MOIS        PIC X(24)
                                    VALUE '312831303130313130313031'.
       01  WS-TAB-JOURS-MOIS-R REDEFINES WS-TAB-JOURS-MOIS.
           02  WS-JOURS-MOIS        PIC 9(02) OCCURS 12.

      *    Zones d'appel du service calendrier FOREX043
       77  WS-CALL-FOREX043         PIC X(10)  VALUE 'FOREX043'.
       01  WS-CAL-FONCTION          PIC X(01)  VALUE SPACE.
       01  WS-CAL-JURIDICTION       PIC X(03)  VALUE '***'.
       01  WS-CAL-DATE-1            PIC 9(08)  VALUE ZERO.
       01  WS-CAL-DATE-2            PIC 9(08)  VALUE ZERO.
       01  WS-CAL-DATE-RES          PIC 9(08)  VALUE ZERO.
       01  WS-CAL-NB-JOURS          PIC S9(05) VALUE ZERO.
       01  WS-CAL-OUVRE             PIC X(01)  VALUE SPACE.
       01  WS-CAL-STATUT            PIC 9      VALUE ZERO.
           88 WS-CAL-OK                        VALUE 1.

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
           PERFORM INIT           *> Init, horizon, cours, seuils
           PERFORM PROJETTE-ECHEANCIERS
           PERFORM PROJETTE-ARTICLES
           PERFORM PROJETTE-DIFFERES
           PERFORM PROJETTE-SUSPENS
           PERFORM EDITE-DEVISES  *> Tableau par devise, seuils
           PERFORM EDITE-CONSOLIDE-EUR
           PERFORM FIN            *> Verdict, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS
           INITIALIZE  WS-TAB-JOURS-EUR

      *    Resume de fin de job standardise
           MOVE 'FOREX082'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX082'  TO WS-ALRT-PROGRAMME

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR
           COMPUTE WS-JOUR-INT
                 = FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
                 + WS-HORIZON-JOURS - 1
           COMPUTE WS-DATE-FIN-HORIZON
                 = FUNCTION DATE-OF-INTEGER (WS-JOUR-INT)

           PERFORM CHARGE-JOURS-OUVRES
           PERFORM CHARGE-SEUILS
           PERFORM CHARGE-TAUX

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-TRESO
           MOVE WS-STATUS-RTRES     TO WS-FSTA-STATUT
           MOVE 'FIC-RTRES'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'FOREX082  PROJECTION DE TRESORERIE DU '
                  WS-DATE-JOUR ' AU ' WS-DATE-FIN-HORIZON
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RTRES-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-NB-JOURS-OUVRES  TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  JOURS OUVRES DE L''HORIZON ' WS-NB-EDT
                  '  (JOURS SANS SORTIE NON EDITES)'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RTRES-REC FROM WS-LIGNE-RAPPORT
           .

      *    Jours ouvres de l'horizon au calendrier commun ; sans
      *    reponse du service, le jour est garde
       CHARGE-JOURS-OUVRES.
           MOVE ZERO                TO WS-NB-JOURS-OUVRES
           MOVE '***'               TO WS-CAL-JURIDICTION
           MOVE 'O'                 TO WS-CAL-FONCTION
           PERFORM VARYING WS-IDX-JOUR FROM 0 BY 1
                   UNTIL   WS-IDX-JOUR >= WS-HORIZON-JOURS
              COMPUTE WS-JOUR-INT
                    = FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
                    + WS-IDX-JOUR
              COMPUTE WS-DATE-TEST
                    = FUNCTION DATE-OF-INTEGER (WS-JOUR-INT)
              MOVE WS-DATE-TEST     TO WS-CAL-DATE-1
              PERFORM APPELLE-CALENDRIER
              IF NOT WS-CAL-OK
                 OR WS-CAL-OUVRE NOT = 'N'
                 ADD 1              TO WS-NB-JOURS-OUVRES
                 MOVE WS-DATE-TEST
                   TO WS-JO-DATE (WS-NB-JOURS-OUVRES)
              END-IF
           END-PERFORM
           .

      *    Seuils facultatifs : une ligne par devise, '***' pour les
      *    devises non listees - une ligne non numerique est ignoree
       CHARGE-SEUILS.
           OPEN INPUT FIC-PARAM-TRESO
           IF WS-STATUS-PTRES NOT = '00'
              DISPLAY 'FIC-PARAM-TRESO absent, aucun seuil de sortie'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-PTRES
              READ FIC-PARAM-TRESO
               AT END
                 SET WS-FIN-PTRES   TO TRUE
               NOT AT END
                 IF PTRES-SEUIL NUMERIC
                    AND PTRES-DEVISE NOT = SPACE
                    IF WS-NB-SEUILS >= 100
                       DISPLAY 'ABEND - TABLE DES SEUILS PLEINE (100)'
                       MOVE 16      TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1           TO WS-NB-SEUILS
                    MOVE PTRES-DEVISE TO WS-SEU-DEVISE (WS-NB-SEUILS)
                    MOVE PTRES-SEUIL  TO WS-SEU-MONTANT (WS-NB-SEUILS)
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PARAM-TRESO
           .

      *    Cours le plus recent de chaque devise - la table est
      *    facultative : sans elle, seul l'euro a un equivalent
       CHARGE-TAUX.
           OPEN INPUT FIC-TAUX-CHANGE
           IF WS-STATUS-TXC NOT = '00'
              DISPLAY 'FIC-TAUX-CHANGE absent, equivalent euro des '
                      'seules sorties en EUR'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-TXC
              READ FIC-TAUX-CHANGE
               AT END
                 SET WS-FIN-TXC     TO TRUE
               NOT AT END
                 PERFORM RETIENT-TAUX
              END-READ
           END-PERFORM
           CLOSE FIC-TAUX-CHANGE
           .

       RETIENT-TAUX.
           PERFORM VARYING WS-IDX-TXR FROM 1 BY 1
                   UNTIL   WS-IDX-TXR > WS-NB-TAUX
                        OR WS-TXR-DEVISE (WS-IDX-TXR) = TXC-DEVISE
              CONTINUE
           END-PERFORM
           IF WS-IDX-TXR > WS-NB-TAUX
              IF WS-NB-TAUX >= 200
                 DISPLAY 'ABEND - TABLE DES COURS PLEINE (200)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-TAUX
              MOVE WS-NB-TAUX       TO WS-IDX-TXR
              MOVE TXC-DEVISE       TO WS-TXR-DEVISE (WS-IDX-TXR)
              MOVE ZERO             TO WS-TXR-DATE (WS-IDX-TXR)
           END-IF
           IF TXC-DATE >= WS-TXR-DATE (WS-IDX-TXR)
              MOVE TXC-DATE         TO WS-TXR-DATE (WS-IDX-TXR)
              MOVE TXC-TAUX         TO WS-TXR-TAUX (WS-IDX-TXR)
           END-IF
           .

      *    Versements restant a liberer : l'article porteur est lu
      *    par cle ; un echeancier incoherent, sans article ou sur
      *    un article clos ne projette rien (FOREX072 ne le
      *    liberera pas)
       PROJETTE-ECHEANCIERS.
           OPEN INPUT FIC-ECHEANCIERS
           IF WS-STATUS-ECHP NOT = '00'
              DISPLAY 'FIC-ECHEANCIERS absent, aucun versement '
                      'projete'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-ECHP
              READ FIC-ECHEANCIERS
               AT END
                 SET WS-FIN-ECHP    TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-ECHEANCIERS
                 PERFORM PROJETTE-UN-ECHEANCIER
              END-READ
           END-PERFORM
           CLOSE FIC-ECHEANCIERS
           .

       PROJETTE-UN-ECHEANCIER.
           IF ECH-NB-VERSEMENTS NOT NUMERIC
              OR ECH-NB-VERSEMENTS = ZERO
              OR NOT ECH-FREQ-VALIDE
              OR ECH-DATE-PREMIERE NOT NUMERIC
              OR ECH-DATE-PREMIERE = ZERO
              OR ECH-MONTANT NOT NUMERIC
              ADD 1                 TO WS-NB-ECH-IGNORES
              EXIT PARAGRAPH
           END-IF
           IF ECH-NB-LIBERES NOT NUMERIC
              MOVE ZERO             TO ECH-NB-LIBERES
           END-IF

           MOVE ECH-CLE             TO FIC1-CH1
           READ FICHIER1
              INVALID KEY
                 ADD 1              TO WS-NB-ECH-IGNORES
                 EXIT PARAGRAPH
           END-READ
           IF FIC1-STATUT-CLOS
              ADD 1                 TO WS-NB-ECH-IGNORES
              EXIT PARAGRAPH
           END-IF

           IF WS-NB-CLES-ECH >= 5000
              DISPLAY 'ABEND - TABLE DES ECHEANCIERS PLEINE (5000)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-CLES-ECH
           MOVE ECH-CLE             TO WS-CLE-ECH (WS-NB-CLES-ECH)

           IF ECH-MONTANT = ZERO
              DIVIDE FIC1-MONTANT BY ECH-NB-VERSEMENTS
                GIVING WS-EC-MONTANT-VERS
           ELSE
              MOVE ECH-MONTANT      TO WS-EC-MONTANT-VERS
           END-IF
           COMPUTE WS-EC-MONTANT-DERN = FIC1-MONTANT
                 - WS-EC-MONTANT-VERS * (ECH-NB-VERSEMENTS - 1)
           IF WS-EC-MONTANT-DERN NOT > ZERO
              ADD 1                 TO WS-NB-ECH-IGNORES
              EXIT PARAGRAPH
           END-IF

           MOVE FIC1-DEVISE         TO WS-FLX-DEVISE
           MOVE FIC1-CODE-PAYS      TO WS-FLX-PAYS
           MOVE 2                   TO WS-FLX-SOURCE
           PERFORM VARYING WS-EC-RANG FROM ECH-NB-LIBERES BY 1
                   UNTIL   WS-EC-RANG >= ECH-NB-VERSEMENTS
              ADD 1                 TO WS-EC-RANG
              PERFORM CALCULE-ECHEANCE
              SUBTRACT 1            FROM WS-EC-RANG
              IF WS-EC-ECHEANCE > WS-DATE-FIN-HORIZON
                 EXIT PERFORM
              END-IF
              MOVE WS-EC-ECHEANCE   TO WS-FLX-DATE
              IF WS-EC-RANG + 1 = ECH-NB-VERSEMENTS
                 MOVE WS-EC-MONTANT-DERN TO WS-FLX-MONTANT
              ELSE
                 MOVE WS-EC-MONTANT-VERS TO WS-FLX-MONTANT
              END-IF
              PERFORM RANGE-FLUX
           END-PERFORM
           .

      *    Date du versement de rang WS-EC-RANG (regle de FOREX072 ;
      *    le report au jour ouvre se fait au rangement du flux)
       CALCULE-ECHEANCE.
           EVALUATE ECH-FREQUENCE
              WHEN 'M'  MOVE 1      TO WS-CE-PAS-MOIS
              WHEN 'T'  MOVE 3      TO WS-CE-PAS-MOIS
              WHEN 'S'  MOVE 6      TO WS-CE-PAS-MOIS
              WHEN 'A'  MOVE 12     TO WS-CE-PAS-MOIS
           END-EVALUATE
           MOVE ECH-DATE-PREMIERE   TO WS-CE-DATE
           COMPUTE WS-CE-TOTAL-MOIS = WS-CE-ANNEE * 12
                 + WS-CE-MOIS - 1
                 + (WS-EC-RANG - 1) * WS-CE-PAS-MOIS
           DIVIDE WS-CE-TOTAL-MOIS BY 12
             GIVING WS-CE-ANNEE REMAINDER WS-CE-MOIS
           ADD 1                    TO WS-CE-MOIS
           MOVE WS-JOURS-MOIS (WS-CE-MOIS) TO WS-CE-JOUR-MAX
           IF WS-CE-MOIS = 2
              AND FUNCTION MOD (WS-CE-ANNEE 4) = ZERO
              AND (FUNCTION MOD (WS-CE-ANNEE 100) NOT = ZERO
                   OR FUNCTION MOD (WS-CE-ANNEE 400) = ZERO)
              MOVE 29               TO WS-CE-JOUR-MAX
           END-IF
           IF WS-CE-JOUR > WS-CE-JOUR-MAX
              MOVE WS-CE-JOUR-MAX   TO WS-CE-JOUR
           END-IF
           MOVE WS-CE-DATE          TO WS-EC-ECHEANCE
           .

      *    Articles en attente de FICHIER1, balayes depuis le debut
      *    de la cle ; un porteur d'echeancier est deja projete par
      *    ses versements
       PROJETTE-ARTICLES.
           MOVE LOW-VALUES          TO FIC1-CH1
           START FICHIER1 KEY NOT < FIC1-CH1
              INVALID KEY
                 SET WS-FIN-FIC1    TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-FIC1
              READ FICHIER1 NEXT
               AT END
                 SET WS-FIN-FIC1    TO TRUE
               NOT AT END
                 MOVE WS-STATUS-FIC1 TO WS-FSTA-STATUT
                 MOVE 'FICHIER1'    TO WS-FSTA-FICHIER
                 PERFORM CONTROLE-FILE-STATUT
                 ADD 1              TO WS-NB-ARTICLES-LUS
                 IF FIC1-STATUT-EN-ATTENTE
                    PERFORM PROJETTE-UN-ARTICLE
                 END-IF
              END-READ
           END-PERFORM
           .

       PROJETTE-UN-ARTICLE.
           PERFORM VARYING WS-IDX-CLE FROM 1 BY 1
                   UNTIL   WS-IDX-CLE > WS-NB-CLES-ECH
                        OR WS-CLE-ECH (WS-IDX-CLE) = FIC1-CH1
              CONTINUE
           END-PERFORM
           IF WS-IDX-CLE <= WS-NB-CLES-ECH
              EXIT PARAGRAPH
           END-IF
           IF FIC1-DATE-EFFET NUMERIC
              MOVE FIC1-DATE-EFFET  TO WS-FLX-DATE
           ELSE
              MOVE ZERO             TO WS-FLX-DATE
           END-IF
           MOVE FIC1-DEVISE         TO WS-FLX-DEVISE
           MOVE FIC1-CODE-PAYS      TO WS-FLX-PAYS
           MOVE FIC1-MONTANT        TO WS-FLX-MONTANT
           MOVE 1                   TO WS-FLX-SOURCE
           PERFORM RANGE-FLUX
           .

      *    Articles parques a date d'effet future (un article clos
      *    entre-temps ne sortira pas)
       PROJETTE-DIFFERES.
           OPEN INPUT FIC1-DIFFERES
           IF WS-STATUS-DIF NOT = '00'
              DISPLAY 'Aucun article differe (FIC1-DIFFERES absent)'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-DIF
              READ FIC1-DIFFERES
               AT END
                 SET WS-FIN-DIF     TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-DIFFERES-LUS
                 IF NOT DIF-STATUT-CLOS
                    AND DIF-MONTANT NUMERIC
                    IF DIF-DATE-EFFET NUMERIC
                       MOVE DIF-DATE-EFFET TO WS-FLX-DATE
                    ELSE
                       MOVE ZERO    TO WS-FLX-DATE
                    END-IF
                    MOVE DIF-DEVISE    TO WS-FLX-DEVISE
                    MOVE DIF-CODE-PAYS TO WS-FLX-PAYS
                    MOVE DIF-MONTANT   TO WS-FLX-MONTANT
                    MOVE 3             TO WS-FLX-SOURCE
                    PERFORM RANGE-FLUX
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC1-DIFFERES
           .

      *    Paiements emis non denoues : la sortie est attendue a la
      *    date de valeur (premier jour si elle est passee ou
      *    absente, cas des suspens reconduits avant cette zone)
       PROJETTE-SUSPENS.
           OPEN INPUT FIC-SUSPENS
           IF WS-STATUS-SUSP NOT = '00'
              DISPLAY 'Aucun paiement en suspens (FIC-SUSPENS absent)'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-SUSP
              READ FIC-SUSPENS
               AT END
                 SET WS-FIN-SUSP    TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-SUSPENS-LUS
                 IF SUSP-MONTANT NUMERIC
                    IF SUSP-DATE-VALEUR NUMERIC
                       MOVE SUSP-DATE-VALEUR TO WS-FLX-DATE
                    ELSE
                       MOVE ZERO    TO WS-FLX-DATE
                    END-IF
                    MOVE SUSP-DEVISE  TO WS-FLX-DEVISE
                    MOVE SPACE        TO WS-FLX-PAYS
                    MOVE SUSP-MONTANT TO WS-FLX-MONTANT
                    MOVE 4            TO WS-FLX-SOURCE
                    PERFORM RANGE-FLUX
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-SUSPENS
           .

      *    Rangement du flux courant : date au jour ouvre de sa
      *    juridiction, puis premier jour ouvre de l'horizon qui la
      *    couvre ; un flux echu ou sans date va au premier jour
       RANGE-FLUX.
           IF WS-FLX-DATE > WS-DATE-FIN-HORIZON
              ADD 1                 TO WS-NB-HORS-HORIZON
              EXIT PARAGRAPH
           END-IF
           IF WS-FLX-DATE < WS-DATE-JOUR
              ADD 1                 TO WS-NB-FLUX-ECHUS
              MOVE WS-DATE-JOUR     TO WS-FLX-DATE
           END-IF

           IF WS-FLX-PAYS = SPACE
              MOVE '***'            TO WS-CAL-JURIDICTION
           ELSE
              MOVE WS-FLX-PAYS      TO WS-CAL-JURIDICTION
           END-IF
           MOVE 'O'                 TO WS-CAL-FONCTION
           MOVE WS-FLX-DATE         TO WS-CAL-DATE-1
           PERFORM APPELLE-CALENDRIER
           IF WS-CAL-OK
              AND WS-CAL-OUVRE = 'N'
              MOVE 'S'              TO WS-CAL-FONCTION
              PERFORM APPELLE-CALENDRIER
              IF WS-CAL-OK
                 MOVE WS-CAL-DATE-RES TO WS-FLX-DATE
              END-IF
           END-IF

           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL   WS-IDX-JOUR > WS-NB-JOURS-OUVRES
                        OR WS-JO-DATE (WS-IDX-JOUR) >= WS-FLX-DATE
              CONTINUE
           END-PERFORM
           IF WS-IDX-JOUR > WS-NB-JOURS-OUVRES
              ADD 1                 TO WS-NB-HORS-HORIZON
              EXIT PARAGRAPH
           END-IF

           IF WS-FLX-DEVISE = SPACE
              MOVE 'EUR'            TO WS-FLX-DEVISE
           END-IF
           PERFORM POSITIONNE-DEVISE
           ADD 1                    TO WS-NB-FLUX
           ADD WS-FLX-MONTANT TO WS-DEV-JOUR (WS-IDX-DEV, WS-IDX-JOUR)
           ADD WS-FLX-MONTANT
                 TO WS-DEV-SOURCE (WS-IDX-DEV, WS-FLX-SOURCE)
           ADD WS-FLX-MONTANT       TO WS-DEV-TOTAL (WS-IDX-DEV)
           .

      *    Devise dans la table (ajout a la premiere rencontre, avec
      *    son cours et son seuil)
       POSITIONNE-DEVISE.
           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL   WS-IDX-DEV > WS-NB-DEVISES
                        OR WS-DEV-CODE (WS-IDX-DEV) = WS-FLX-DEVISE
              CONTINUE
           END-PERFORM
           IF WS-IDX-DEV <= WS-NB-DEVISES
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-DEVISES >= 50
              DISPLAY 'ABEND - TABLE DES DEVISES PLEINE (50)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-DEVISES
           MOVE WS-NB-DEVISES       TO WS-IDX-DEV
           INITIALIZE WS-DEV-ENTREE (WS-IDX-DEV)
           MOVE WS-FLX-DEVISE       TO WS-DEV-CODE (WS-IDX-DEV)

      *    L'euro vaut 1 ; une autre devise prend son cours le plus
      *    recent (zero = sans cours)
           IF WS-FLX-DEVISE = 'EUR'
              MOVE 1                TO WS-DEV-TAUX (WS-IDX-DEV)
           ELSE
              PERFORM VARYING WS-IDX-TXR FROM 1 BY 1
                      UNTIL   WS-IDX-TXR > WS-NB-TAUX
                 IF WS-TXR-DEVISE (WS-IDX-TXR) = WS-FLX-DEVISE
                    MOVE WS-TXR-TAUX (WS-IDX-TXR)
                      TO WS-DEV-TAUX (WS-IDX-DEV)
                    MOVE WS-TXR-DATE (WS-IDX-TXR)
                      TO WS-DEV-DATE-TAUX (WS-IDX-DEV)
                 END-IF
              END-PERFORM
           END-IF

      *    Seuil de la devise, a defaut celui de la ligne '***'
           PERFORM VARYING WS-IDX-SEU FROM 1 BY 1
                   UNTIL   WS-IDX-SEU > WS-NB-SEUILS
              IF WS-SEU-DEVISE (WS-IDX-SEU) = WS-FLX-DEVISE
                 MOVE WS-SEU-MONTANT (WS-IDX-SEU)
                   TO WS-DEV-SEUIL (WS-IDX-DEV)
                 MOVE 1             TO WS-DEV-INDIC-SEUIL (WS-IDX-DEV)
              END-IF
           END-PERFORM
           IF NOT WS-DEV-A-SEUIL (WS-IDX-DEV)
              PERFORM VARYING WS-IDX-SEU FROM 1 BY 1
                      UNTIL   WS-IDX-SEU > WS-NB-SEUILS
                 IF WS-SEU-DEVISE (WS-IDX-SEU) = '***'
                    MOVE WS-SEU-MONTANT (WS-IDX-SEU)
                      TO WS-DEV-SEUIL (WS-IDX-DEV)
                    MOVE 1          TO WS-DEV-INDIC-SEUIL (WS-IDX-DEV)
                 END-IF
              END-PERFORM
           END-IF
           .

      *    Une section par devise : sorties et cumul par jour ouvre,
      *    jours au-dela du seuil, totaux par source, equivalent
      *    euro
       EDITE-DEVISES.
           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL   WS-IDX-DEV > WS-NB-DEVISES
              PERFORM EDITE-UNE-DEVISE
           END-PERFORM
           .

       EDITE-UNE-DEVISE.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           WRITE RTRES-REC FROM WS-LIGNE-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           IF WS-DEV-TAUX (WS-IDX-DEV) = ZERO
              ADD 1                 TO WS-NB-SANS-COURS
              STRING 'DEVISE ' WS-DEV-CODE (WS-IDX-DEV)
                     '  *** SANS COURS - HORS CONSOLIDATION EUR ***'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           ELSE
              MOVE WS-DEV-TAUX (WS-IDX-DEV) TO WS-TAUX-EDT
              STRING 'DEVISE ' WS-DEV-CODE (WS-IDX-DEV)
                     '  COURS ' WS-TAUX-EDT
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              IF WS-DEV-CODE (WS-IDX-DEV) NOT = 'EUR'
                 STRING ' DU ' WS-DEV-DATE-TAUX (WS-IDX-DEV)
                        DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT (29:)
              END-IF
           END-IF
           WRITE RTRES-REC FROM WS-LIGNE-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           IF WS-DEV-A-SEUIL (WS-IDX-DEV)
              MOVE WS-DEV-SEUIL (WS-IDX-DEV) TO WS-MONTANT-EDT
              STRING '  SEUIL DE SORTIE JOURNALIERE ' WS-MONTANT-EDT
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           ELSE
              MOVE '  SANS SEUIL DE SORTIE JOURNALIERE'
                                    TO WS-LIGNE-RAPPORT
           END-IF
           WRITE RTRES-REC FROM WS-LIGNE-RAPPORT

           MOVE ZERO                TO WS-CUMUL
           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL   WS-IDX-JOUR > WS-NB-JOURS-OUVRES
              IF WS-DEV-JOUR (WS-IDX-DEV, WS-IDX-JOUR) NOT = ZERO
                 PERFORM EDITE-UN-JOUR
              END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                   UNTIL   WS-IDX-SRC > 4
              MOVE WS-DEV-SOURCE (WS-IDX-DEV, WS-IDX-SRC)
                                    TO WS-MONTANT-EDT
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING '  ' WS-LIB-SOURCE (WS-IDX-SRC) '  '
                     WS-MONTANT-EDT
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RTRES-REC FROM WS-LIGNE-RAPPORT
           END-PERFORM
           MOVE WS-DEV-TOTAL (WS-IDX-DEV) TO WS-MONTANT-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  TOTAL DES SORTIES    ' WS-MONTANT-EDT
                  ' ' WS-DEV-CODE (WS-IDX-DEV)
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RTRES-REC FROM WS-LIGNE-RAPPORT
           IF WS-DEV-TAUX (WS-IDX-DEV) NOT = ZERO
              COMPUTE WS-MONTANT-EUR ROUNDED
                    = WS-DEV-TOTAL (WS-IDX-DEV)
                    * WS-DEV-TAUX (WS-IDX-DEV)
              ADD WS-MONTANT-EUR    TO WS-TOTAL-EUR
              MOVE WS-MONTANT-EUR   TO WS-MONTANT-EDT
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING '  EQUIVALENT EURO      ' WS-MONTANT-EDT
                     ' EUR'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RTRES-REC FROM WS-LIGNE-RAPPORT
           END-IF
           .

      *    Jour WS-IDX-JOUR de la devise WS-IDX-DEV : sortie, cumul,
      *    depassement du seuil, et part dans la consolidation euro
       EDITE-UN-JOUR.
           ADD WS-DEV-JOUR (WS-IDX-DEV, WS-IDX-JOUR) TO WS-CUMUL
           MOVE WS-DEV-JOUR (WS-IDX-DEV, WS-IDX-JOUR)
                                    TO WS-MONTANT-EDT
           MOVE WS-CUMUL            TO WS-MONTANT-EDT2
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  ' WS-JO-DATE (WS-IDX-JOUR) '  SORTIE '
                  WS-MONTANT-EDT '  CUMUL ' WS-MONTANT-EDT2
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           IF WS-DEV-A-SEUIL (WS-IDX-DEV)
              AND WS-DEV-JOUR (WS-IDX-DEV, WS-IDX-JOUR)
                  > WS-DEV-SEUIL (WS-IDX-DEV)
              ADD 1                 TO WS-NB-JOURS-SIGNALES
              MOVE '*SEUIL*'        TO WS-LIGNE-RAPPORT (72:)
           END-IF
           WRITE RTRES-REC FROM WS-LIGNE-RAPPORT

           IF WS-DEV-TAUX (WS-IDX-DEV) NOT = ZERO
              COMPUTE WS-MONTANT-EUR ROUNDED
                    = WS-DEV-JOUR (WS-IDX-DEV, WS-IDX-JOUR)
                    * WS-DEV-TAUX (WS-IDX-DEV)
              ADD WS-MONTANT-EUR    TO WS-EUR-JOUR (WS-IDX-JOUR)
           END-IF
           .

      *    Sortie consolidee de toutes les devises cotees, en euro,
      *    par jour ouvre
       EDITE-CONSOLIDE-EUR.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           WRITE RTRES-REC FROM WS-LIGNE-RAPPORT
           MOVE 'CONSOLIDATION EN EURO (DEVISES COTEES)'
                                    TO WS-LIGNE-RAPPORT
           WRITE RTRES-REC FROM WS-LIGNE-RAPPORT
           MOVE ZERO                TO WS-CUMUL
           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL   WS-IDX-JOUR > WS-NB-JOURS-OUVRES
              IF WS-EUR-JOUR (WS-IDX-JOUR) NOT = ZERO
                 ADD WS-EUR-JOUR (WS-IDX-JOUR) TO WS-CUMUL
                 MOVE WS-EUR-JOUR (WS-IDX-JOUR) TO WS-MONTANT-EDT
                 MOVE WS-CUMUL      TO WS-MONTANT-EDT2
                 MOVE SPACES        TO WS-LIGNE-RAPPORT
                 STRING '  ' WS-JO-DATE (WS-IDX-JOUR) '  SORTIE '
                        WS-MONTANT-EDT '  CUMUL ' WS-MONTANT-EDT2
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                 WRITE RTRES-REC FROM WS-LIGNE-RAPPORT
              END-IF
           END-PERFORM
           MOVE WS-TOTAL-EUR        TO WS-MONTANT-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  TOTAL EQUIVALENT EURO ' WS-MONTANT-EDT ' EUR'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RTRES-REC FROM WS-LIGNE-RAPPORT
           IF WS-NB-SANS-COURS > ZERO
              MOVE WS-NB-SANS-COURS TO WS-NB-EDT
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING '  DEVISES SANS COURS, HORS TOTAL = ' WS-NB-EDT
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RTRES-REC FROM WS-LIGNE-RAPPORT
           END-IF
           .

       APPELLE-CALENDRIER.
           CALL WS-CALL-FOREX043 USING WS-CAL-FONCTION
                                       WS-CAL-JURIDICTION
                                       WS-CAL-DATE-1
                                       WS-CAL-DATE-2
                                       WS-CAL-DATE-RES
                                       WS-CAL-NB-JOURS
                                       WS-CAL-OUVRE
                                       WS-CAL-STATUT
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
           WRITE RTRES-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-NB-JOURS-SIGNALES TO WS-NB-EDT
           STRING 'JOURS AU-DELA DU SEUIL DE SORTIE = ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RTRES-REC FROM WS-LIGNE-RAPPORT
           IF WS-NB-JOURS-SIGNALES > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'TRESOSEU'       TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'PROJECTION ' WS-NB-EDT ' JOUR(S) > SEUIL'
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           CLOSE FICHIER1
                 FIC-RAPPORT-TRESO

           DISPLAY 'Projection de tresorerie au '
                   WS-DATE-FIN-HORIZON ' terminee'
           MOVE WS-NB-ARTICLES-LUS  TO WS-NB-EDT
           DISPLAY 'ARTICLES LUS        = ' WS-NB-EDT
           MOVE WS-NB-ECHEANCIERS   TO WS-NB-EDT
           DISPLAY 'ECHEANCIERS LUS     = ' WS-NB-EDT
           MOVE WS-NB-ECH-IGNORES   TO WS-NB-EDT
           DISPLAY 'ECHEANCIERS IGNORES = ' WS-NB-EDT
           MOVE WS-NB-DIFFERES-LUS  TO WS-NB-EDT
           DISPLAY 'DIFFERES LUS        = ' WS-NB-EDT
           MOVE WS-NB-SUSPENS-LUS   TO WS-NB-EDT
           DISPLAY 'SUSPENS LUS         = ' WS-NB-EDT
           MOVE WS-NB-FLUX          TO WS-NB-EDT
           DISPLAY 'FLUX PROJETES       = ' WS-NB-EDT
           MOVE WS-NB-FLUX-ECHUS    TO WS-NB-EDT
           DISPLAY 'DONT ECHUS          = ' WS-NB-EDT
           MOVE WS-NB-HORS-HORIZON  TO WS-NB-EDT
           DISPLAY 'HORS HORIZON        = ' WS-NB-EDT
           MOVE WS-NB-JOURS-SIGNALES TO WS-NB-EDT
           DISPLAY 'JOURS SIGNALES      = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARTICLES-LUS  TO WS-JSUM-FIC-LUS
           MOVE ZERO                TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-ECHP'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-ECHP      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ECHEANCIERS   TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC1-DIF'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-DIF       TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-DIFFERES-LUS  TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-SUSP'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-SUSP      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-SUSPENS-LUS   TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
