       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX110.
      *==============================================================*
      * PROGRAMME de simulation d'un changement de taux de TVA       *
      *   - Quand une juridiction annonce un nouveau taux, la        *
      *     finance demande ce qu'il aurait change sur la TVA du     *
      *     trimestre ecoule : ce programme rejoue les generations   *
      *     de FIC-TRANSACTIONS choisies dans la JCL (concatenation  *
      *     sous FICTRANS) a travers la meme determination du taux   *
      *     que FOREX00B (copybooks TVAW/TVAP : table des taux,      *
      *     taux par defaut de FIC-PARAM, autoliquidation            *
      *     intracommunautaire) et la meme conversion en euro        *
      *   - FIC-TAUX-SIMULES donne les taux a simuler : 1 ligne par  *
      *     pays/juridiction dont le taux change, '***' pour un      *
      *     nouveau taux par defaut ; un pays absent garde son taux  *
      *     actuel                                                   *
      *   - Rapport FIC-RAPPORT-SIMUL, par juridiction : base HT,    *
      *     TVA actuelle, TVA simulee et ecart, avec les totaux ;    *
      *     les ventes autoliquidees (TVA nulle dans les deux cas)   *
      *     sont totalisees a part                                   *
      *   - Run de simulation : RIEN n'est ecrit dans                *
      *     FIC-HISTO-TOTAUX, FIC-TVA-PAYS, FIC-CONTROLES, le fil    *
      *     des alertes, le RUNLOG ni les residus d'arrondi - une    *
      *     simulation ne peut pas passer pour un run reel           *
      *   - RC 4 : ligne de FIC-TAUX-SIMULES rejetee ou devise sans  *
      *     cotation (taux 1 applique, comme FOREX00B)               *
      *   - Table des cotations bornee comme FOREX00B (copybooks     *
      *     TXCW/TXCP) : cotations posterieures a la date du run     *
      *     ignorees, les plus anciennes ecartees table pleine ;     *
      *     RC 16 sans rapport si une conversion a pu porter sur une *
      *     cotation ecartee ou si la table n'a plus de place        *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Parametres de FOREX00B : seul le taux de TVA par defaut sert
           SELECT FIC-PARAM
                     ASSIGN to FICPARAM
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PARAM.
      *    FIC-TRANSACTIONS : generations a rejouer, concatenees
           COPY TRXS.
      * Taux de change vers l'euro, meme table que FOREX00B
           SELECT FIC-TAUX-CHANGE
                     ASSIGN to FICTXC
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TXC.
      * Referentiel des contreparties (FOREX055), pour
      *   l'autoliquidation (facultatif)
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * Pays d'etablissement de chaque entite (facultatif)
           SELECT FIC-PAYS-ENTITES
                     ASSIGN to FICPAYSE
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PAYSE.
      * Entite juridique des transactions sans entite (facultatif)
           SELECT FIC-PARAM-ENTITE
                     ASSIGN to FICPENT
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PENT.
      * Taux simules par pays/juridiction
           SELECT FIC-TAUX-SIMULES
                     ASSIGN to FICTVAS
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TVAS.
      * Rapport comparatif TVA actuelle / TVA simulee
           SELECT FIC-RAPPORT-SIMUL
                     ASSIGN to FICRSIM
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RSIM.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Meme dessin que FIC-PARAM de FOREX00B
       FD  FIC-PARAM.
       01  PARAM-REC.
         10 PARAM-TAUX-TVA     PIC S9(1)V999.
         10 PARAM-NB-MONTANTS  PIC 9(04).
         10 PARAM-MULT-ATYP    PIC 9(01)V9.
         10 PARAM-TOL-BUDGET   PIC 9(03).
         10 FILLER             PIC X(68).

           COPY TRX.

      * Cours d'une devise vers l'euro a une date de cotation
       FD  FIC-TAUX-CHANGE.
       01  TXC-REC.
         10 TXC-DEVISE         PIC X(03).
         10 TXC-DATE           PIC 9(08).
         10 TXC-TAUX           PIC 9(03)V9(06).
         10 FILLER             PIC X(60).

      * Contrepartie : meme dessin que FOREX055
       FD  FIC-CONTREPARTIES.
       01  CTP-REC.
         10 CTP-CODE           PIC X(06).
         10 CTP-NOM            PIC X(30).
         10 CTP-PAYS           PIC X(03).
         10 CTP-CONTACT        PIC X(20).
         10 CTP-STATUT         PIC X(01).
         10 CTP-ENTITE-GROUPE  PIC X(02).
         10 FILLER             PIC X(18).

      * Pays d'une entite : code entite ('**' = entite par defaut)
       FD  FIC-PAYS-ENTITES.
       01  PAYSE-REC.
         10 PAYSE-ENTITE       PIC X(02).
         10 FILLER             PIC X(01).
         10 PAYSE-PAYS         PIC X(03).
         10 FILLER             PIC X(74).

       FD  FIC-PARAM-ENTITE.
       01  PENT-REC.
         10 PENT-CODE          PIC X(02).
         10 FILLER             PIC X(78).

      * Taux simule : code pays ('***' = taux par defaut) et taux
      * au meme format que la table de FOREX00B (ex. 0210 = 21 %)
       FD  FIC-TAUX-SIMULES.
       01  TVAS-REC.
         10 TVAS-CODE-PAYS     PIC X(03).
         10 FILLER             PIC X(01).
         10 TVAS-TAUX          PIC X(04).
         10 TVAS-TAUX-N REDEFINES TVAS-TAUX
                               PIC 9(01)V999.
         10 FILLER             PIC X(72).

       FD  FIC-RAPPORT-SIMUL.
       01  RSIM-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PARAM      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-TRANS      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TRANS   PIC 9      VALUE ZERO.
               88 WS-FIN-TRANS                 VALUE 1.
           02  WS-STATUS-TXC        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TXC     PIC 9      VALUE ZERO.
               88 WS-FIN-TXC                   VALUE 1.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PAYSE      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PENT       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-TVAS       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TVAS    PIC 9      VALUE ZERO.
               88 WS-FIN-TVAS                  VALUE 1.
           02  WS-STATUS-RSIM       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-TROUVE      PIC 9      VALUE ZERO.
               88 WS-TROUVE                    VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-TRANS-LUES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-TRAILERS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-SIMUL-REJETES  PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-TAUX-DATE PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-RAPPORT PIC S9(9)  VALUE ZERO.
           02  WS-NB-AUTOLIQ-SIMUL  PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-TAUX-EDT          PIC 9,999.

      *    Entite juridique du run (blanc = entite par defaut) et
      *    taux de TVA par defaut, comme dans FOREX00B
       01  WS-ENTITE-RUN            PIC X(02)  VALUE SPACE.
       01  CSTE-TVA                 PIC S9(1)V999 COMP-3 VALUE 0,10.

      *    Table des taux de TVA et autoliquidation de FOREX00B
           COPY TVAW.

      *    Taux simules de FIC-TAUX-SIMULES ; le taux par defaut
      *    simule ('***') est mis a part
       01  WS-NB-TAUX-SIMULES       PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TAUX-SIMULES.
           02  WS-SIM-ENTREE OCCURS 50.
               05 WS-SIM-CODE-PAYS  PIC X(03).
               05 WS-SIM-TAUX       PIC 9(01)V999.
       01  WS-IDX-SIM               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-DEFAUT-SIMULE   PIC 9      VALUE ZERO.
           88 WS-DEFAUT-SIMULE                 VALUE 1.
       01  WS-TAUX-DEFAUT-SIMULE    PIC 9(01)V999 VALUE ZERO.

      *    Transaction courante : montant euro, taux et TVA dans
      *    les deux hypotheses
       01  WS-TRANSACTION-COURANTE.
           02  WS-MONTANT-ORIGINE   PIC S9(09)V99 VALUE ZERO.
           02  WS-MONTANT-COURANT   PIC S9(09)V99 VALUE ZERO.
           02  WS-TAUX-SIMULE       PIC S9(1)V999 VALUE ZERO.
           02  WS-TVA-ACTUELLE      PIC S9(09)V99 VALUE ZERO.
           02  WS-TVA-SIMULEE       PIC S9(09)V99 VALUE ZERO.
           02  WS-DATE-MIN          PIC 9(08)  VALUE 99999999.
           02  WS-DATE-MAX          PIC 9(08)  VALUE ZERO.

      *    Conversion en euro, meme regle que FOREX00B : la
      *    cotation la plus recente anterieure ou egale a la date
      *    de la transaction (date du run a defaut), EUR vaut 1
           COPY TXCW.
       01  WS-CHANGE-COURANT.
           02  WS-TAUX-CHANGE-APPLIQUE PIC 9(03)V9(06) VALUE 1.
           02  WS-DEVISE-COURANTE      PIC X(03)       VALUE SPACE.
           02  WS-DATE-TAUX-RETENUE    PIC 9(08)       VALUE ZERO.
           02  WS-DATE-REFERENCE-TAUX  PIC 9(08)       VALUE ZERO.
           02  WS-INDIC-TAUX-TROUVE    PIC 9           VALUE ZERO.
               88 WS-TAUX-CHANGE-TROUVE            VALUE 1.

      *    Cumuls par pays/juridiction, tenus dans l'ordre des
      *    codes ; au-dela de 50 codes, cumul sous '+++'
       01  WS-NB-JURIDICTIONS       PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-JURIDICTIONS.
           02  WS-JUR-ENTREE OCCURS 51.
               05 WS-JUR-CODE       PIC X(03).
               05 WS-JUR-DEFAUT     PIC X(01).
               05 WS-JUR-NB         PIC 9(07).
               05 WS-JUR-HT         PIC S9(13)V99.
               05 WS-JUR-TAUX-ACT   PIC 9(01)V999.
               05 WS-JUR-TVA-ACT    PIC S9(13)V99.
               05 WS-JUR-TAUX-SIM   PIC 9(01)V999.
               05 WS-JUR-TVA-SIM    PIC S9(13)V99.
       01  WS-IDX-JUR               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-DECALE            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-CODE-JUR              PIC X(03)  VALUE SPACE.

      *    Totaux du rapport
       01  WS-TOTAUX.
           02  WS-TOT-NB            PIC 9(09)      VALUE ZERO.
           02  WS-TOT-HT            PIC S9(13)V99  VALUE ZERO.
           02  WS-TOT-TVA-ACT       PIC S9(13)V99  VALUE ZERO.
           02  WS-TOT-TVA-SIM       PIC S9(13)V99  VALUE ZERO.
           02  WS-TOT-AUTOLIQ       PIC S9(13)V99  VALUE ZERO.
       01  WS-ECART                 PIC S9(13)V99  VALUE ZERO.

       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.

      *    Date et heure systeme
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).

      *    Zones d'appel du service d'arrondi par devise
           COPY ARRW.
      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run
           COPY RCGRADW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT             *> Init, taux actuels et simules
           PERFORM TRAITEMENT       *> Rejeu des transactions
             UNTIL WS-FIN-TRANS
           PERFORM VERIFIE-COTATIONS-ECARTEES
           PERFORM EDITE-RAPPORT    *> Rapport comparatif
           PERFORM FIN              *> Fermetures, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX110'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX110'  TO WS-ARR-PROGRAMME
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

      *    Taux par defaut actuel, comme LIT-PARAMETRES de FOREX00B
           OPEN INPUT FIC-PARAM
           IF WS-STATUS-PARAM = '00'
              READ FIC-PARAM
               NOT AT END
                 MOVE PARAM-TAUX-TVA TO CSTE-TVA
              END-READ
              CLOSE FIC-PARAM
           END-IF

      *    Entite du run, pays des entites et contreparties, pour
      *    l'autoliquidation
           OPEN INPUT FIC-PARAM-ENTITE
           IF WS-STATUS-PENT = '00'
              READ FIC-PARAM-ENTITE
               NOT AT END
                 MOVE PENT-CODE     TO WS-ENTITE-RUN
              END-READ
              CLOSE FIC-PARAM-ENTITE
           END-IF
           PERFORM LIT-PAYS-ENTITES
           OPEN INPUT FIC-CONTREPARTIES
           IF WS-STATUS-CTP = '00'
              SET WS-CTP-OUVERT     TO TRUE
           ELSE
              DISPLAY 'FIC-CONTREPARTIES absent, aucune vente '
                      'autoliquidee'
           END-IF

           PERFORM LIT-TAUX-CHANGE
           PERFORM LIT-TAUX-SIMULES

           OPEN INPUT FIC-TRANSACTIONS
           MOVE WS-STATUS-TRANS     TO WS-FSTA-STATUT
           MOVE 'FIC-TRAN'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-SIMUL
           MOVE WS-STATUS-RSIM      TO WS-FSTA-STATUT
           MOVE 'FIC-RSIM'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           .

      *    Taux simules - obligatoire : sans eux rien a simuler
       LIT-TAUX-SIMULES.
           OPEN INPUT FIC-TAUX-SIMULES
           MOVE WS-STATUS-TVAS      TO WS-FSTA-STATUT
           MOVE 'FIC-TVAS'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-TVAS
              READ FIC-TAUX-SIMULES
               AT END
                 SET WS-FIN-TVAS    TO TRUE
               NOT AT END
                 PERFORM RETIENT-TAUX-SIMULE
              END-READ
           END-PERFORM
           CLOSE FIC-TAUX-SIMULES
           .

       RETIENT-TAUX-SIMULE.
           IF TVAS-CODE-PAYS = SPACE
              OR TVAS-TAUX NOT NUMERIC
              ADD 1                 TO WS-NB-SIMUL-REJETES
              DISPLAY 'FOREX110 : taux simule invalide ignore : '
                      TVAS-REC (1:10)
              EXIT PARAGRAPH
           END-IF
           IF TVAS-CODE-PAYS = '***'
              SET WS-DEFAUT-SIMULE  TO TRUE
              MOVE TVAS-TAUX-N      TO WS-TAUX-DEFAUT-SIMULE
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-TAUX-SIMULES >= 50
              ADD 1                 TO WS-NB-SIMUL-REJETES
              DISPLAY 'FOREX110 : table des taux simules pleine '
                      '(50), ligne ignoree : ' TVAS-REC (1:10)
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-TAUX-SIMULES
           MOVE TVAS-CODE-PAYS
             TO WS-SIM-CODE-PAYS (WS-NB-TAUX-SIMULES)
           MOVE TVAS-TAUX-N  TO WS-SIM-TAUX (WS-NB-TAUX-SIMULES)
           .

      *    Table des taux de change - facultative, comme pour
      *    FOREX00B
       LIT-TAUX-CHANGE.
           MOVE WS-DHS-DATE         TO WS-TXC-DATE-LIMITE
           OPEN INPUT FIC-TAUX-CHANGE
           IF WS-STATUS-TXC NOT = '00'
              DISPLAY 'FIC-TAUX-CHANGE absent, montants supposes '
                      'en euro'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-TXC
              READ FIC-TAUX-CHANGE
               AT END
                 SET WS-FIN-TXC     TO TRUE
               NOT AT END
                 PERFORM RETIENT-COTATION
                 IF WS-TXC-TABLE-PLEINE
                    DISPLAY 'ABEND - TABLE DES COURS PLEINE (2000)'
                    MOVE 16         TO RETURN-CODE
                    GOBACK
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-TAUX-CHANGE
           DISPLAY 'COTATIONS RETENUES ' WS-NB-TAUX-CHANGE
                   ', POSTERIEURES IGNOREES ' WS-NB-TXC-IGNOREES
                   ', ECARTEES ' WS-NB-TXC-ECARTEES
           .

      *    Simulation dont une conversion a pu porter sur une
      *    cotation ecartee de la table (trimestre plus ancien que
      *    la table) : aucun rapport plutot qu'un rapport faux
       VERIFIE-COTATIONS-ECARTEES.
           IF WS-NB-TXC-DOUTEUSES = ZERO
              EXIT PARAGRAPH
           END-IF
           DISPLAY 'ABEND - ' WS-NB-TXC-DOUTEUSES
                   ' CONVERSION(S) SUR UNE COTATION ECARTEE'
           DISPLAY '  transactions plus anciennes que la table des '
                   'cours (' WS-NB-TXC-ECARTEES ' cotations ecartees)'
           MOVE 16                  TO RETURN-CODE
           GOBACK
           .

      *    Une transaction rejouee - les trailers de controle des
      *    generations concatenees sont comptes et sautes
       TRAITEMENT.
           READ FIC-TRANSACTIONS
            AT END
              SET WS-FIN-TRANS      TO TRUE
              EXIT PARAGRAPH
           END-READ
           IF TRANS-REC (1:10) = '*TRAILER**'
              ADD 1                 TO WS-NB-TRAILERS
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-TRANS-LUES
           IF TRANS-DATE NUMERIC
              AND TRANS-DATE > ZERO
              IF TRANS-DATE < WS-DATE-MIN
                 MOVE TRANS-DATE    TO WS-DATE-MIN
              END-IF
              IF TRANS-DATE > WS-DATE-MAX
                 MOVE TRANS-DATE    TO WS-DATE-MAX
              END-IF
           END-IF

           PERFORM CONVERTIT-EN-EURO
           PERFORM DETERMINE-TAUX-TVA
           IF WS-EST-AUTOLIQUIDEE
              ADD 1                 TO WS-NB-AUTOLIQ-SIMUL
              ADD WS-MONTANT-COURANT TO WS-TOT-AUTOLIQ
              EXIT PARAGRAPH
           END-IF

           PERFORM CALCULE-TVA
           MOVE WS-ARR-ARRONDI      TO WS-TVA-ACTUELLE
           PERFORM DETERMINE-TAUX-SIMULE
           PERFORM CALCULE-TVA-SIMULEE
           MOVE WS-ARR-ARRONDI      TO WS-TVA-SIMULEE
           PERFORM CUMULE-JURIDICTION
           .

      *    Conversion de la transaction courante en euro dans
      *    WS-MONTANT-COURANT (regle de CONVERTIT-EN-EURO de FOREX00B)
       CONVERTIT-EN-EURO.
           MOVE TRANS-MONTANT       TO WS-MONTANT-ORIGINE
           MOVE TRANS-DEVISE        TO WS-DEVISE-COURANTE
           IF WS-DEVISE-COURANTE = SPACE
              MOVE 'EUR'            TO WS-DEVISE-COURANTE
           END-IF
           IF TRANS-DATE NUMERIC
              AND TRANS-DATE > ZERO
              MOVE TRANS-DATE       TO WS-DATE-REFERENCE-TAUX
           ELSE
              MOVE WS-DHS-DATE      TO WS-DATE-REFERENCE-TAUX
           END-IF
           MOVE 1                   TO WS-TAUX-CHANGE-APPLIQUE
           MOVE ZERO                TO WS-INDIC-TAUX-TROUVE
           MOVE ZERO                TO WS-DATE-TAUX-RETENUE
           IF WS-DEVISE-COURANTE = 'EUR'
              SET WS-TAUX-CHANGE-TROUVE TO TRUE
           ELSE
              PERFORM VARYING WS-IDX-TXC
                      FROM    1 BY 1
                      UNTIL   WS-IDX-TXC > WS-NB-TAUX-CHANGE
                 IF WS-TXC-DEVISE (WS-IDX-TXC) = WS-DEVISE-COURANTE
                    AND WS-TXC-DATE (WS-IDX-TXC)
                        <= WS-DATE-REFERENCE-TAUX
                    AND WS-TXC-DATE (WS-IDX-TXC)
                        >= WS-DATE-TAUX-RETENUE
                    SET WS-TAUX-CHANGE-TROUVE TO TRUE
                    MOVE WS-TXC-DATE (WS-IDX-TXC)
                                    TO WS-DATE-TAUX-RETENUE
                    MOVE WS-TXC-TAUX (WS-IDX-TXC)
                                    TO WS-TAUX-CHANGE-APPLIQUE
                 END-IF
              END-PERFORM
              PERFORM CONTROLE-COTATION-ECARTEE
              IF WS-TXC-COTATION-DOUTEUSE
                 ADD 1              TO WS-NB-TXC-DOUTEUSES
              END-IF
              IF NOT WS-TAUX-CHANGE-TROUVE
                 ADD 1              TO WS-NB-SANS-TAUX-DATE
              END-IF
           END-IF
           COMPUTE WS-ARR-BRUT
                 = WS-MONTANT-ORIGINE * WS-TAUX-CHANGE-APPLIQUE
           MOVE 'EUR'               TO WS-ARR-DEVISE
           SET WS-ARR-CONVERSION    TO TRUE
           MOVE 2                   TO WS-ARR-PRECISION
           PERFORM ARRONDIT-MONTANT
           MOVE WS-ARR-ARRONDI      TO WS-MONTANT-COURANT
           .

      *    Taux simule de la transaction : celui de son pays dans
      *    FIC-TAUX-SIMULES, sinon le taux par defaut simule si le
      *    taux actuel est lui-meme le taux par defaut, sinon le
      *    taux actuel inchange
       DETERMINE-TAUX-SIMULE.
           MOVE WS-TAUX-TVA-APPLIQUE TO WS-TAUX-SIMULE
           IF WS-TAUX-EST-DEFAUT AND WS-DEFAUT-SIMULE
              MOVE WS-TAUX-DEFAUT-SIMULE TO WS-TAUX-SIMULE
           END-IF
           PERFORM VARYING WS-IDX-SIM
                   FROM    1 BY 1
                   UNTIL   WS-IDX-SIM > WS-NB-TAUX-SIMULES
              IF WS-SIM-CODE-PAYS (WS-IDX-SIM) = TRANS-CODE-PAYS
                 MOVE WS-SIM-TAUX (WS-IDX-SIM) TO WS-TAUX-SIMULE
              END-IF
           END-PERFORM
           .

      *    TVA au taux actuel, arrondie comme dans FOREX00B
       CALCULE-TVA.
           COMPUTE WS-ARR-BRUT = WS-MONTANT-COURANT
                               * WS-TAUX-TVA-APPLIQUE
           MOVE 'EUR'               TO WS-ARR-DEVISE
           SET WS-ARR-TAXE          TO TRUE
           MOVE 2                   TO WS-ARR-PRECISION
           PERFORM ARRONDIT-MONTANT
           .

      *    TVA au taux simule, meme arrondi
       CALCULE-TVA-SIMULEE.
           COMPUTE WS-ARR-BRUT = WS-MONTANT-COURANT
                               * WS-TAUX-SIMULE
           MOVE 'EUR'               TO WS-ARR-DEVISE
           SET WS-ARR-TAXE          TO TRUE
           MOVE 2                   TO WS-ARR-PRECISION
           PERFORM ARRONDIT-MONTANT
           .

      *    Cumul par pays/juridiction, table tenue dans l'ordre des
      *    codes (insertion a sa place)
       CUMULE-JURIDICTION.
           MOVE TRANS-CODE-PAYS     TO WS-CODE-JUR
           MOVE ZERO                TO WS-INDIC-TROUVE
           PERFORM VARYING WS-IDX-JUR
                   FROM    1 BY 1
                   UNTIL   WS-IDX-JUR > WS-NB-JURIDICTIONS
                        OR WS-TROUVE
                        OR WS-JUR-CODE (WS-IDX-JUR) > WS-CODE-JUR
              IF WS-JUR-CODE (WS-IDX-JUR) = WS-CODE-JUR
                 SET WS-TROUVE      TO TRUE
              END-IF
           END-PERFORM
           IF WS-TROUVE
              SUBTRACT 1            FROM WS-IDX-JUR
           ELSE
              IF WS-NB-JURIDICTIONS >= 50
                 PERFORM POSITIONNE-DEBORDEMENT
              ELSE
                 PERFORM INSERE-JURIDICTION
              END-IF
           END-IF

           ADD 1                    TO WS-JUR-NB (WS-IDX-JUR)
           ADD WS-MONTANT-COURANT   TO WS-JUR-HT (WS-IDX-JUR)
           ADD WS-TVA-ACTUELLE      TO WS-JUR-TVA-ACT (WS-IDX-JUR)
           ADD WS-TVA-SIMULEE       TO WS-JUR-TVA-SIM (WS-IDX-JUR)
           MOVE WS-TAUX-TVA-APPLIQUE
                                    TO WS-JUR-TAUX-ACT (WS-IDX-JUR)
           MOVE WS-TAUX-SIMULE      TO WS-JUR-TAUX-SIM (WS-IDX-JUR)
           IF WS-TAUX-EST-DEFAUT
              MOVE 'D'              TO WS-JUR-DEFAUT (WS-IDX-JUR)
           END-IF
           ADD 1                    TO WS-TOT-NB
           ADD WS-MONTANT-COURANT   TO WS-TOT-HT
           ADD WS-TVA-ACTUELLE      TO WS-TOT-TVA-ACT
           ADD WS-TVA-SIMULEE       TO WS-TOT-TVA-SIM
           .

      *    Nouveau code insere a la position WS-IDX-JUR, les
      *    suivants decales d'un rang
       INSERE-JURIDICTION.
           PERFORM VARYING WS-IDX-DECALE
                   FROM    WS-NB-JURIDICTIONS BY -1
                   UNTIL   WS-IDX-DECALE < WS-IDX-JUR
              MOVE WS-JUR-ENTREE (WS-IDX-DECALE)
                TO WS-JUR-ENTREE (WS-IDX-DECALE + 1)
           END-PERFORM
           ADD 1                    TO WS-NB-JURIDICTIONS
           INITIALIZE WS-JUR-ENTREE (WS-IDX-JUR)
           MOVE WS-CODE-JUR         TO WS-JUR-CODE (WS-IDX-JUR)
           MOVE SPACE               TO WS-JUR-DEFAUT (WS-IDX-JUR)
           .

      *    Table pleine : cumul sous '+++' en derniere ligne (les
      *    taux n'y sont plus significatifs)
       POSITIONNE-DEBORDEMENT.
           MOVE 51                  TO WS-IDX-JUR
           IF WS-JUR-CODE (51) NOT = '+++'
              INITIALIZE WS-JUR-ENTREE (51)
              MOVE '+++'            TO WS-JUR-CODE (51)
              MOVE SPACE            TO WS-JUR-DEFAUT (51)
              DISPLAY 'FOREX110 : plus de 50 juridictions, cumul '
                      'sous +++ a partir de ' WS-CODE-JUR
           END-IF
           .

      *    Rapport comparatif : parametres de la simulation, une
      *    ligne par juridiction, totaux
       EDITE-RAPPORT.
           STRING 'FOREX110 - SIMULATION D''UN CHANGEMENT DE TAUX DE '
                  'TVA  (SIMULATION : AUCUNE ECRITURE DE PRODUCTION)'
                  '   EDITE LE ' WS-DHS-DATE ' A ' WS-DHS-HEURE
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE ALL '='             TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE

           MOVE WS-NB-TRANS-LUES    TO WS-NB-EDT
           STRING 'TRANSACTIONS REJOUEES ' WS-NB-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           MOVE WS-NB-TRAILERS      TO WS-NB-EDT
           STRING 'GENERATIONS (TRAILERS) ' WS-NB-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT (40:)
           IF WS-DATE-MAX > ZERO
              STRING 'TRANSACTIONS DU ' WS-DATE-MIN ' AU '
                     WS-DATE-MAX
                     DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT (80:)
           END-IF
           PERFORM ECRIT-LIGNE

           MOVE CSTE-TVA            TO WS-TAUX-EDT
           STRING 'TAUX PAR DEFAUT ACTUEL ' WS-TAUX-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           IF WS-DEFAUT-SIMULE
              MOVE WS-TAUX-DEFAUT-SIMULE TO WS-TAUX-EDT
              STRING 'TAUX PAR DEFAUT SIMULE ' WS-TAUX-EDT
                     DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT (40:)
           END-IF
           PERFORM ECRIT-LIGNE
           PERFORM VARYING WS-IDX-SIM
                   FROM    1 BY 1
                   UNTIL   WS-IDX-SIM > WS-NB-TAUX-SIMULES
              MOVE WS-SIM-TAUX (WS-IDX-SIM) TO WS-TAUX-EDT
              STRING 'TAUX SIMULE ' WS-SIM-CODE-PAYS (WS-IDX-SIM)
                     ' ' WS-TAUX-EDT
                     DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE
           END-PERFORM

           PERFORM ECRIT-LIGNE
           MOVE 'PAYS  NB TRANS             BASE HT  TAUX ACT'
                                    TO WS-LIGNE-RAPPORT
           MOVE 'TVA ACTUELLE  TAUX SIM         TVA SIMULEE'
                                    TO WS-LIGNE-RAPPORT (54:)
           MOVE 'ECART'             TO WS-LIGNE-RAPPORT (124:)
           PERFORM ECRIT-LIGNE
           PERFORM EDITE-JURIDICTION
             VARYING WS-IDX-JUR
             FROM    1 BY 1
             UNTIL   WS-IDX-JUR > 51
           PERFORM ECRIT-LIGNE

           MOVE WS-TOT-NB           TO WS-NB-EDT
           STRING 'TOTAL' WS-NB-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           MOVE WS-TOT-HT           TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (17:18)
           MOVE WS-TOT-TVA-ACT      TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (47:18)
           MOVE WS-TOT-TVA-SIM      TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (79:18)
           COMPUTE WS-ECART = WS-TOT-TVA-SIM - WS-TOT-TVA-ACT
           MOVE WS-ECART            TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (111:18)
           PERFORM ECRIT-LIGNE

           MOVE WS-NB-AUTOLIQ-SIMUL TO WS-NB-EDT
           MOVE WS-TOT-AUTOLIQ      TO WS-MONTANT-EDT
           STRING 'VENTES AUTOLIQUIDEES (TVA NULLE DANS LES DEUX '
                  'HYPOTHESES) NB ' WS-NB-EDT ' BASE '
                  WS-MONTANT-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE 'D = PAYS HORS TABLE DES TAUX, TAXE AU TAUX PAR '
                                    TO WS-LIGNE-RAPPORT
           MOVE 'DEFAUT'            TO WS-LIGNE-RAPPORT (48:)
           PERFORM ECRIT-LIGNE
           .

       EDITE-JURIDICTION.
           IF WS-IDX-JUR > WS-NB-JURIDICTIONS
              AND (WS-IDX-JUR < 51 OR WS-JUR-CODE (51) NOT = '+++')
              EXIT PARAGRAPH
           END-IF
           MOVE WS-JUR-CODE (WS-IDX-JUR) TO WS-LIGNE-RAPPORT (1:3)
           MOVE WS-JUR-DEFAUT (WS-IDX-JUR) TO WS-LIGNE-RAPPORT (5:1)
           MOVE WS-JUR-NB (WS-IDX-JUR)   TO WS-NB-EDT
           MOVE WS-NB-EDT                TO WS-LIGNE-RAPPORT (6:11)
           MOVE WS-JUR-HT (WS-IDX-JUR)   TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT           TO WS-LIGNE-RAPPORT (17:18)
           IF WS-JUR-CODE (WS-IDX-JUR) NOT = '+++'
              MOVE WS-JUR-TAUX-ACT (WS-IDX-JUR) TO WS-TAUX-EDT
              MOVE WS-TAUX-EDT           TO WS-LIGNE-RAPPORT (39:5)
              MOVE WS-JUR-TAUX-SIM (WS-IDX-JUR) TO WS-TAUX-EDT
              MOVE WS-TAUX-EDT           TO WS-LIGNE-RAPPORT (71:5)
           END-IF
           MOVE WS-JUR-TVA-ACT (WS-IDX-JUR) TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT           TO WS-LIGNE-RAPPORT (47:18)
           MOVE WS-JUR-TVA-SIM (WS-IDX-JUR) TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT           TO WS-LIGNE-RAPPORT (79:18)
           COMPUTE WS-ECART = WS-JUR-TVA-SIM (WS-IDX-JUR)
                            - WS-JUR-TVA-ACT (WS-IDX-JUR)
           MOVE WS-ECART                 TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT           TO WS-LIGNE-RAPPORT (111:18)
           PERFORM ECRIT-LIGNE
           .

       ECRIT-LIGNE.
           WRITE RSIM-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RSIM      TO WS-FSTA-STATUT
           MOVE 'FIC-RSIM'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-LIGNES-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Taux de TVA et autoliquidation de FOREX00B
           COPY TVAP.
      *    Chargement borne de la table des cotations, comme FOREX00B
           COPY TXCP.
      *    Appels du service d'arrondi par devise (les residus de
      *    la simulation ne sont pas emis)
           COPY ARRP.
      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           DISPLAY 'Simulation de changement de taux de TVA terminee'
           MOVE WS-NB-TRANS-LUES    TO WS-NB-EDT
           DISPLAY 'TRANSACTIONS REJOUEES   = ' WS-NB-EDT
           MOVE WS-NB-TRAILERS      TO WS-NB-EDT
           DISPLAY 'GENERATIONS (TRAILERS)  = ' WS-NB-EDT
           MOVE WS-NB-AUTOLIQ-SIMUL TO WS-NB-EDT
           DISPLAY 'AUTOLIQUIDEES           = ' WS-NB-EDT
           MOVE WS-NB-SANS-TAUX-DATE TO WS-NB-EDT
           DISPLAY 'SANS COTATION (TAUX 1)  = ' WS-NB-EDT
           MOVE WS-NB-SIMUL-REJETES TO WS-NB-EDT
           DISPLAY 'TAUX SIMULES REJETES    = ' WS-NB-EDT
           COMPUTE WS-ECART = WS-TOT-TVA-SIM - WS-TOT-TVA-ACT
           MOVE WS-ECART            TO WS-MONTANT-EDT
           DISPLAY 'ECART DE TVA SIMULE     = ' WS-MONTANT-EDT

           IF WS-NB-SIMUL-REJETES > ZERO
              OR WS-NB-SANS-TAUX-DATE > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF

           CLOSE FIC-TRANSACTIONS
                 FIC-RAPPORT-SIMUL
           IF WS-CTP-OUVERT
              CLOSE FIC-CONTREPARTIES
           END-IF

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-TRAN'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-TRANS     TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-TRANS-LUES    TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-RSIM'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-RSIM      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES-RAPPORT TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
