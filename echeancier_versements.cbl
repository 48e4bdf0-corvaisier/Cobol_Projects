       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX072.
      *==============================================================*
      * PROGRAMME de liberation des echeanciers de versements        *
      *   - Un article de FICHIER1 regle en plusieurs versements     *
      *     etait eclate a la main en plusieurs articles a cles      *
      *     inventees, ce qui faussait les comptages et la revue     *
      *     des quasi-doublons de noms                               *
      *   - L'echeancier FIC-ECHEANCIERS est rattache a FIC1-CH1 :   *
      *     nombre de versements, frequence (M mensuelle, T          *
      *     trimestrielle, S semestrielle, A annuelle), premiere     *
      *     echeance, montant par versement (zero = FIC1-MONTANT     *
      *     divise par le nombre de versements) ; le reliquat        *
      *     d'arrondi va sur le dernier versement                    *
      *   - Chaque nuit, chaque versement echu est libere en         *
      *     transaction a la suite de FIC-TRANSACTIONS de FOREX009   *
      *     (nouvelle generation, trailer recalcule), avec sa propre *
      *     reference AAAAMMJJ-Ennnnnnn tracee dans FIC-TRACE-REFS ; *
      *     la date d'echeance est portee au jour ouvre suivant par  *
      *     le service calendrier FOREX043 quand elle tombe un jour  *
      *     ferme                                                    *
      *   - Le rapport FIC-RAPPORT-ECHEANCES liste les versements    *
      *     liberes, les echeanciers soldes (retires du fichier),    *
      *     ceux en retard (versements echus non liberables ou       *
      *     rattrapes en un seul run) et ceux incoherents            *
      *   - Les echeanciers non soldes sont reconduits dans          *
      *     FIC-ECHEANCIERS-SUITE (rotation par le JCL)              *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Echeanciers en cours (et nouveaux echeanciers, concatenes
      *   par le JCL)
           SELECT FIC-ECHEANCIERS
                     ASSIGN to FICECHP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-ECHP.
      * Echeanciers reconduits au lendemain
           SELECT FIC-ECHEANCIERS-SUITE
                     ASSIGN to FICECHN
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-ECHN.
      * FICHIER1 : article porteur de l'echeancier, lu par cle
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      *    FIC-TRANSACTIONS : extrait du jour de FOREX009
           COPY TRXS.
      * Extrait du jour complete des versements liberes
           SELECT FIC-TRANS-ECHEANCES
                     ASSIGN to FICTECH
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TECH.
      * Traces reference -> article, completees (DISP=MOD)
           SELECT FIC-TRACE-REFS
                     ASSIGN to FICTREF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TREF.
      * Rapport des echeanciers
           SELECT FIC-RAPPORT-ECHEANCES
                     ASSIGN to FICRECH
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RECH.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Echeancier : cle de l'article, nombre de versements,
      * frequence, premiere echeance, montant par versement, et
      * l'etat d'avancement tenu par ce programme (nouvel
      * echeancier : versements liberes a zero)
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

      * Echeancier reconduit (dessin ECH)
       FD  FIC-ECHEANCIERS-SUITE.
       01  ECHN-REC             PIC X(80).

      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

           COPY TRX.

      * Transaction recopiee ou versement libere (dessin TRX)
       FD  FIC-TRANS-ECHEANCES.
       01  TECH-REC             PIC X(80).

      * Trace d'une transaction emise : meme dessin que FOREX009
       FD  FIC-TRACE-REFS.
       01  TREF-REC.
         10 TREF-REF           PIC X(16).
         10 FILLER             PIC X(01).
         10 TREF-CLE           PIC X(10).
         10 FILLER             PIC X(53).

       FD  FIC-RAPPORT-ECHEANCES.
       01  RECH-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-ECHP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-ECHP    PIC 9      VALUE ZERO.
               88 WS-FIN-ECHP                  VALUE 1.
           02  WS-STATUS-ECHN       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-TRANS      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TRANS   PIC 9      VALUE ZERO.
               88 WS-FIN-TRANS                 VALUE 1.
           02  WS-STATUS-TECH       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-TREF       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RECH       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-TRANS-LUES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-ECHEANCIERS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-VERSEMENTS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-SOLDES         PIC S9(9)  VALUE ZERO.
           02  WS-NB-EN-RETARD      PIC S9(9)  VALUE ZERO.
           02  WS-NB-INCOHERENTS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-RECONDUITS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-ECRITES        PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-RANG-EDT          PIC ZZ9.
           02  WS-NB-VERS-EDT       PIC ZZ9.
           02  WS-MONTANT-EDT       PIC Z.ZZZ.ZZZ.ZZ9,99.
           02  WS-LIGNE-RAPPORT     PIC X(80).

       01  WS-DATE-JOUR             PIC 9(08)  VALUE ZERO.

      *    Echeancier courant : montants des versements et rang du
      *    prochain versement a liberer
       01  WS-ECHEANCIER-COURANT.
           02  WS-EC-MONTANT-VERS   PIC 9(09)V99   VALUE ZERO.
           02  WS-EC-MONTANT-DERN   PIC S9(11)V99  VALUE ZERO.
           02  WS-EC-RANG           PIC 9(04)      VALUE ZERO.
           02  WS-EC-NB-LIBERES-RUN PIC 9(03)      VALUE ZERO.
           02  WS-EC-ECHEANCE       PIC 9(08)      VALUE ZERO.
       01  WS-MOTIF-ANOMALIE        PIC X(24)  VALUE SPACE.
       01  WS-INDIC-ARTICLE         PIC 9      VALUE ZERO.
           88 WS-ARTICLE-LIBERABLE             VALUE 1.
       01  WS-INDIC-ECHUE           PIC 9      VALUE ZERO.
           88 WS-ECHEANCE-ECHUE                VALUE 1.

      *    Calcul de la date du versement de rang n : premiere
      *    echeance + (n - 1) periodes de 1, 3, 6 ou 12 mois, jour
      *    ramene a la fin du mois si besoin
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

      *    Reference des versements liberes : date du run + E +
      *    sequence, distincte des references de FOREX009 et des
      *    references nettes de FOREX070
       01  WS-REF-ECHEANCE.
           02  WS-REFE-DATE         PIC 9(08)   VALUE ZERO.
           02  FILLER               PIC X(02)   VALUE '-E'.
           02  WS-REFE-SEQ          PIC 9(06)   VALUE ZERO.

      *    Trailer de controle de FIC-TRANSACTIONS (FOREX009) :
      *    comptage et hachage attendus contre le reellement lu
       01  WS-TRAILER-AMONT.
           02  WS-INDIC-TRL-VU      PIC 9          VALUE ZERO.
               88 WS-TRAILER-VU                    VALUE 1.
           02  WS-TRL-NB-ATTENDU    PIC 9(09)      VALUE ZERO.
           02  WS-TRL-HASH-ATTENDU  PIC 9(13)V99   VALUE ZERO.
           02  WS-HASH-LU           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TRAILER-TRANS-LU.
           02  FILLER               PIC X(10).
           02  WS-TRL-LU-NB         PIC 9(09).
           02  FILLER               PIC X(01).
           02  WS-TRL-LU-HASH       PIC 9(13)V99.
           02  FILLER               PIC X(45).

      *    Trailer de l'extrait complete, meme forme que celui de
      *    FOREX009
       01  WS-TRAILER-ECHEANCES.
           02  FILLER               PIC X(10)  VALUE '*TRAILER**'.
           02  WS-TRL-ECH-NB        PIC 9(09).
           02  FILLER               PIC X(01)  VALUE SPACE.
           02  WS-TRL-ECH-HASH      PIC 9(13)V99.
           02  FILLER               PIC X(45)  VALUE SPACE.
       01  WS-HASH-ECRITES          PIC S9(13)V99 COMP-3 VALUE ZERO.

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
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Init, recopie de l'extrait
           PERFORM TRAITEMENT     *> Echeanciers EN BOUCLE
             UNTIL WS-FIN-ECHP
           PERFORM ECRIT-TRAILER-ECHEANCES
           PERFORM FIN            *> Fin du programme
           .

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX072'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR
           MOVE WS-DATE-JOUR        TO WS-REFE-DATE

           OPEN OUTPUT FIC-TRANS-ECHEANCES
           MOVE WS-STATUS-TECH      TO WS-FSTA-STATUT
           MOVE 'FIC-TECH'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           PERFORM RECOPIE-EXTRAIT

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Les traces sont completees a la suite de celles de
      *    FOREX009 (DISP=MOD dans le JCL)
           OPEN EXTEND FIC-TRACE-REFS
           IF WS-STATUS-TREF NOT = '00'
              OPEN OUTPUT FIC-TRACE-REFS
              MOVE WS-STATUS-TREF   TO WS-FSTA-STATUT
              MOVE 'FIC-TREF'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF

           OPEN OUTPUT FIC-ECHEANCIERS-SUITE
           MOVE WS-STATUS-ECHN      TO WS-FSTA-STATUT
           MOVE 'FIC-ECHN'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-ECHEANCES
           MOVE WS-STATUS-RECH      TO WS-FSTA-STATUT
           MOVE 'FIC-RECH'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'FOREX072  ECHEANCIERS DE VERSEMENTS DU '
                  WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RECH-REC FROM WS-LIGNE-RAPPORT

      *    Aucun echeancier : l'extrait est simplement recopie
           OPEN INPUT FIC-ECHEANCIERS
           IF WS-STATUS-ECHP NOT = '00'
              DISPLAY 'FOREX072 : aucun echeancier (FIC-ECHEANCIERS '
                      'absent)'
              SET WS-FIN-ECHP       TO TRUE
           ELSE
              PERFORM LIT-ECHEANCIER
           END-IF
           .

      *    Extrait de FOREX009 recopie tel quel, trailer verifie :
      *    les versements liberes viennent a sa suite
       RECOPIE-EXTRAIT.
           OPEN INPUT FIC-TRANSACTIONS
           MOVE WS-STATUS-TRANS     TO WS-FSTA-STATUT
           MOVE 'FIC-TRANS'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM LIT-TRANSACTION
             UNTIL WS-FIN-TRANS
           CLOSE FIC-TRANSACTIONS
           PERFORM VERIFIE-TRAILER-AMONT
           .

       LIT-TRANSACTION.
           READ FIC-TRANSACTIONS
            AT END
              SET WS-FIN-TRANS     TO TRUE
            NOT AT END
              IF TRANS-REC (1:10) = '*TRAILER**'
                 SET WS-TRAILER-VU TO TRUE
                 MOVE TRANS-REC    TO WS-TRAILER-TRANS-LU
                 MOVE WS-TRL-LU-NB TO WS-TRL-NB-ATTENDU
                 MOVE WS-TRL-LU-HASH TO WS-TRL-HASH-ATTENDU
                 SET WS-FIN-TRANS  TO TRUE
              ELSE
                 ADD 1             TO WS-NB-TRANS-LUES
                 ADD TRANS-MONTANT TO WS-HASH-LU
                 WRITE TECH-REC FROM TRANS-REC
                 ADD 1             TO WS-NB-ECRITES
                 ADD TRANS-MONTANT TO WS-HASH-ECRITES
              END-IF
           END-READ
           .

       VERIFIE-TRAILER-AMONT.
           IF NOT WS-TRAILER-VU
              DISPLAY 'FIC-TRANSACTIONS sans trailer de controle '
                      '(flux ancien ?), verification sautee'
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-TRANS-LUES NOT = WS-TRL-NB-ATTENDU
              OR WS-HASH-LU NOT = WS-TRL-HASH-ATTENDU
              DISPLAY 'ABEND - TRAILER FIC-TRANSACTIONS EN ECART'
              DISPLAY '  attendu ' WS-TRL-NB-ATTENDU
                      ', lu ' WS-NB-TRANS-LUES
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           .

       LIT-ECHEANCIER.
           READ FIC-ECHEANCIERS
            AT END
              SET WS-FIN-ECHP      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-ECHEANCIERS
           END-READ
           .

      *    Echeancier courant : controle, liberation des versements
      *    echus, puis solde ou reconduction
       TRAITEMENT.
           PERFORM CONTROLE-ECHEANCIER
           IF WS-MOTIF-ANOMALIE NOT = SPACE
              ADD 1                 TO WS-NB-INCOHERENTS
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING '  INCOHERENT  ' ECH-CLE '  ' WS-MOTIF-ANOMALIE
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RECH-REC FROM WS-LIGNE-RAPPORT
              PERFORM RECONDUIT-ECHEANCIER
              PERFORM LIT-ECHEANCIER
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO                TO WS-EC-NB-LIBERES-RUN
           COMPUTE WS-EC-RANG = ECH-NB-LIBERES + 1
           PERFORM CALCULE-ECHEANCE
           PERFORM LIBERE-VERSEMENT
             UNTIL NOT WS-ECHEANCE-ECHUE
                OR NOT WS-ARTICLE-LIBERABLE
                OR ECH-NB-LIBERES >= ECH-NB-VERSEMENTS

           EVALUATE TRUE
              WHEN ECH-NB-LIBERES >= ECH-NB-VERSEMENTS
                 ADD 1              TO WS-NB-SOLDES
                 MOVE SPACES        TO WS-LIGNE-RAPPORT
                 STRING '  SOLDE       ' ECH-CLE
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                 WRITE RECH-REC FROM WS-LIGNE-RAPPORT
              WHEN WS-ECHEANCE-ECHUE
                 PERFORM SIGNALE-RETARD
                 PERFORM RECONDUIT-ECHEANCIER
              WHEN WS-EC-NB-LIBERES-RUN > 1
                 PERFORM SIGNALE-RETARD
                 PERFORM RECONDUIT-ECHEANCIER
              WHEN OTHER
                 PERFORM RECONDUIT-ECHEANCIER
           END-EVALUATE
           PERFORM LIT-ECHEANCIER
           .

      *    Echeancier incoherent : reconduit sans liberation, pour
      *    correction par le metier ; sinon l'article porteur est
      *    lu et les montants de versement poses
       CONTROLE-ECHEANCIER.
           MOVE SPACE               TO WS-MOTIF-ANOMALIE
           MOVE ZERO                TO WS-INDIC-ARTICLE
           EVALUATE TRUE
              WHEN ECH-NB-VERSEMENTS NOT NUMERIC
                OR ECH-NB-VERSEMENTS = ZERO
                 MOVE 'NOMBRE DE VERSEMENTS'  TO WS-MOTIF-ANOMALIE
              WHEN NOT ECH-FREQ-VALIDE
                 MOVE 'FREQUENCE INCONNUE'    TO WS-MOTIF-ANOMALIE
              WHEN ECH-DATE-PREMIERE NOT NUMERIC
                OR ECH-DATE-PREMIERE = ZERO
                 MOVE 'PREMIERE ECHEANCE'     TO WS-MOTIF-ANOMALIE
              WHEN ECH-MONTANT NOT NUMERIC
                 MOVE 'MONTANT NON NUMERIQUE' TO WS-MOTIF-ANOMALIE
           END-EVALUATE
           IF WS-MOTIF-ANOMALIE NOT = SPACE
              EXIT PARAGRAPH
           END-IF
           IF ECH-NB-LIBERES NOT NUMERIC
              MOVE ZERO             TO ECH-NB-LIBERES
           END-IF
           IF ECH-DATE-DERN-LIB NOT NUMERIC
              MOVE ZERO             TO ECH-DATE-DERN-LIB
           END-IF

           MOVE ECH-CLE             TO FIC1-CH1
           READ FICHIER1
              INVALID KEY
                 MOVE SPACES        TO FIC1-REC
                 MOVE ECH-CLE       TO FIC1-CH1
                 EXIT PARAGRAPH
           END-READ
           IF FIC1-STATUT-ACTIF
              SET WS-ARTICLE-LIBERABLE TO TRUE
           END-IF

           IF ECH-MONTANT = ZERO
              DIVIDE FIC1-MONTANT BY ECH-NB-VERSEMENTS
                GIVING WS-EC-MONTANT-VERS
           ELSE
              MOVE ECH-MONTANT      TO WS-EC-MONTANT-VERS
           END-IF
           COMPUTE WS-EC-MONTANT-DERN = FIC1-MONTANT
                 - WS-EC-MONTANT-VERS * (ECH-NB-VERSEMENTS - 1)
           IF WS-EC-MONTANT-DERN NOT > ZERO
              MOVE 'VERSEMENTS > ARTICLE'    TO WS-MOTIF-ANOMALIE
           END-IF
           .

      *    Date du versement de rang WS-EC-RANG, portee au jour
      *    ouvre suivant si elle tombe un jour ferme de la
      *    juridiction de l'article ; echue si elle est atteinte
       CALCULE-ECHEANCE.
           MOVE ZERO                TO WS-INDIC-ECHUE
           IF WS-EC-RANG > ECH-NB-VERSEMENTS
              EXIT PARAGRAPH
           END-IF
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

           IF FIC1-CODE-PAYS = SPACE
              MOVE '***'            TO WS-CAL-JURIDICTION
           ELSE
              MOVE FIC1-CODE-PAYS   TO WS-CAL-JURIDICTION
           END-IF
           MOVE 'O'                 TO WS-CAL-FONCTION
           MOVE WS-EC-ECHEANCE      TO WS-CAL-DATE-1
           PERFORM APPELLE-CALENDRIER
           IF WS-CAL-OK
              AND WS-CAL-OUVRE = 'N'
              MOVE 'S'              TO WS-CAL-FONCTION
              PERFORM APPELLE-CALENDRIER
              IF WS-CAL-OK
                 MOVE WS-CAL-DATE-RES TO WS-EC-ECHEANCE
              END-IF
           END-IF
           IF NOT WS-CAL-OK
              DISPLAY 'FOREX072 : calendrier en erreur, echeance '
                      WS-EC-ECHEANCE ' conservee, cle ' ECH-CLE
           END-IF

           IF WS-EC-ECHEANCE NOT > WS-DATE-JOUR
              SET WS-ECHEANCE-ECHUE TO TRUE
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

      *    Versement de rang WS-EC-RANG libere en transaction, a la
      *    date d'echeance, au dessin FIC-TRANSACTIONS
       LIBERE-VERSEMENT.
           MOVE SPACES              TO TRANS-REC
           IF WS-EC-RANG = ECH-NB-VERSEMENTS
              MOVE WS-EC-MONTANT-DERN TO TRANS-MONTANT
           ELSE
              MOVE WS-EC-MONTANT-VERS TO TRANS-MONTANT
           END-IF
           MOVE FIC1-CODE-PAYS      TO TRANS-CODE-PAYS
           MOVE FIC1-DEVISE         TO TRANS-DEVISE
           MOVE WS-EC-ECHEANCE      TO TRANS-DATE
           MOVE FIC1-CODE-ENTITE    TO TRANS-ENTITE
           MOVE FIC1-CODE-CTP       TO TRANS-CODE-CTP
           ADD 1                    TO WS-REFE-SEQ
           MOVE WS-REF-ECHEANCE     TO TRANS-REF
           WRITE TECH-REC FROM TRANS-REC
           ADD 1                    TO WS-NB-ECRITES
           ADD TRANS-MONTANT        TO WS-HASH-ECRITES

           MOVE SPACES              TO TREF-REC
           MOVE WS-REF-ECHEANCE     TO TREF-REF
           MOVE ECH-CLE             TO TREF-CLE
           WRITE TREF-REC

           ADD 1                    TO WS-NB-VERSEMENTS
           ADD 1                    TO WS-EC-NB-LIBERES-RUN
           MOVE WS-EC-RANG          TO ECH-NB-LIBERES
           MOVE WS-DATE-JOUR        TO ECH-DATE-DERN-LIB

           MOVE WS-EC-RANG          TO WS-RANG-EDT
           MOVE ECH-NB-VERSEMENTS   TO WS-NB-VERS-EDT
           MOVE TRANS-MONTANT       TO WS-MONTANT-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  LIBERE      ' ECH-CLE ' ' WS-RANG-EDT '/'
                  WS-NB-VERS-EDT ' ' WS-EC-ECHEANCE ' '
                  WS-MONTANT-EDT ' ' WS-REF-ECHEANCE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RECH-REC FROM WS-LIGNE-RAPPORT

           ADD 1                    TO WS-EC-RANG
           PERFORM CALCULE-ECHEANCE
           .

      *    Retard : versements encore echus non liberables (article
      *    absent ou inactif), ou plusieurs versements rattrapes
      *    dans le meme run
       SIGNALE-RETARD.
           ADD 1                    TO WS-NB-EN-RETARD
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           IF WS-ECHEANCE-ECHUE
              MOVE WS-EC-RANG       TO WS-RANG-EDT
              STRING '  EN RETARD   ' ECH-CLE ' versement '
                     WS-RANG-EDT ' echu le ' WS-EC-ECHEANCE
                     ', article absent ou inactif'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           ELSE
              MOVE WS-EC-NB-LIBERES-RUN TO WS-RANG-EDT
              STRING '  EN RETARD   ' ECH-CLE ' ' WS-RANG-EDT
                     ' versements rattrapes ce jour'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-IF
           WRITE RECH-REC FROM WS-LIGNE-RAPPORT
           .

       RECONDUIT-ECHEANCIER.
           WRITE ECHN-REC FROM ECH-REC
           ADD 1                    TO WS-NB-RECONDUITS
           .

       ECRIT-TRAILER-ECHEANCES.
           MOVE WS-NB-ECRITES       TO WS-TRL-ECH-NB
           MOVE WS-HASH-ECRITES     TO WS-TRL-ECH-HASH
           WRITE TECH-REC FROM WS-TRAILER-ECHEANCES
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           MOVE WS-NB-ECHEANCIERS   TO WS-NB-EDT
           DISPLAY 'Liberation des echeanciers terminee'
           DISPLAY 'ECHEANCIERS LUS   = ' WS-NB-EDT
           MOVE WS-NB-VERSEMENTS    TO WS-NB-EDT
           DISPLAY 'VERSEMENTS LIBERES= ' WS-NB-EDT
           MOVE WS-NB-SOLDES        TO WS-NB-EDT
           DISPLAY 'SOLDES            = ' WS-NB-EDT
           MOVE WS-NB-EN-RETARD     TO WS-NB-EDT
           DISPLAY 'EN RETARD         = ' WS-NB-EDT
           MOVE WS-NB-INCOHERENTS   TO WS-NB-EDT
           DISPLAY 'INCOHERENTS       = ' WS-NB-EDT

           MOVE WS-NB-VERSEMENTS    TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'TRL FOREX072  ' WS-NB-EDT ' versement(s) libere(s)'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RECH-REC FROM WS-LIGNE-RAPPORT

           IF WS-STATUS-ECHP = '00'
              CLOSE FIC-ECHEANCIERS
           END-IF
           CLOSE FICHIER1
                 FIC-TRANS-ECHEANCES
                 FIC-TRACE-REFS
                 FIC-ECHEANCIERS-SUITE
                 FIC-RAPPORT-ECHEANCES

           IF (WS-NB-EN-RETARD > ZERO
               OR WS-NB-INCOHERENTS > ZERO)
              AND WS-RC-RUN < 04
              MOVE 04               TO WS-RC-RUN
           END-IF
           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-ECHP'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-ECHP      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ECHEANCIERS   TO WS-JSUM-FIC-LUS
           MOVE WS-NB-RECONDUITS    TO WS-JSUM-FIC-ECRITS
           MOVE WS-NB-INCOHERENTS   TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-TECH'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-TECH      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-TRANS-LUES    TO WS-JSUM-FIC-LUS
           MOVE WS-NB-ECRITES       TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB

           GOBACK.
