       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX102.
      *==============================================================*
      * PROGRAMME d'extraction de l'echantillon d'audit par unite    *
      * monetaire (MUS), pour les commissaires aux comptes           *
      *   - Population au choix (FIC-PARAM-ECHANTILLON, carte        *
      *     obligatoire) : FICHIER1 arrete a une date (articles      *
      *     d'effet anterieur ou egal, non expires a cette date) ou  *
      *     les generations de FIC-TRANSACTIONS d'une periode        *
      *     (TRANS-DATE entre debut et fin, date inconnue ecartee)   *
      *   - Devise facultative : a blanc, toutes devises sur leurs   *
      *     montants nominaux                                        *
      *   - Intervalle d'echantillonnage = seuil de signification /  *
      *     facteur de fiabilite du niveau de confiance (loi de      *
      *     Poisson, zero erreur attendue : 80/85/90/95/99 %)        *
      *   - Elements d'un montant au moins egal au seuil : toujours  *
      *     retenus (strate C) et sortis du cumul                    *
      *   - Autres elements : tri par reference, cumul des valeurs   *
      *     absolues, tirage systematique des unites depart +        *
      *     k x intervalle ; un element touche est retenu une fois   *
      *     (strate U) avec le nombre d'unites tirees                *
      *   - Depart aleatoire calcule a partir de la graine par le    *
      *     generateur congruentiel 16807 / 2147483647 : meme        *
      *     carte et meme population, meme echantillon               *
      *   - Sorties : l'echantillon FIC-ECHANTILLON (TRANS-REF ou    *
      *     FIC1-CH1, montant, unite tiree, intervalle) et la fiche  *
      *     de parametres FIC-FICHE-ECHANTILLON qui permet de        *
      *     reproduire le tirage                                     *
      *   - Population vide : RC 4 et alerte W ECHVIDE               *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Parametres du tirage - obligatoire
           SELECT FIC-PARAM-ECHANTILLON
                     ASSIGN to FICPECH
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PECH.
      * FICHIER1 en lecture seule : population des articles
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      *    FIC-TRANSACTIONS : population des transactions
           COPY TRXS.
      * Tri de la population par reference
           SELECT SORT-POPULATION ASSIGN to SORTWK1.
      * Echantillon remis aux commissaires aux comptes
           SELECT FIC-ECHANTILLON
                     ASSIGN to FICECHA
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-ECHA.
      * Fiche de parametres du tirage
           SELECT FIC-FICHE-ECHANTILLON
                     ASSIGN to FICFECH
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-FECH.
      *    Fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Carte de tirage : population F (FICHIER1) ou T
      * (transactions), date d'arrete ou debut de periode, fin de
      * periode (T), niveau de confiance en %, seuil de
      * signification, graine (1 a 999999999), devise (blanc =
      * toutes)
       FD  FIC-PARAM-ECHANTILLON.
       01  PECH-REC.
         10 PECH-POPULATION    PIC X(01).
             88 PECH-FICHIER1             VALUE 'F'.
             88 PECH-TRANSACTIONS         VALUE 'T'.
         10 FILLER             PIC X(01).
         10 PECH-DATE-DEBUT    PIC 9(08).
         10 FILLER             PIC X(01).
         10 PECH-DATE-FIN      PIC 9(08).
         10 FILLER             PIC X(01).
         10 PECH-CONFIANCE     PIC 9(02).
         10 FILLER             PIC X(01).
         10 PECH-SEUIL         PIC 9(11)V99.
         10 FILLER             PIC X(01).
         10 PECH-GRAINE        PIC 9(09).
         10 FILLER             PIC X(01).
         10 PECH-DEVISE        PIC X(03).
         10 FILLER             PIC X(30).

       FD  FICHIER1.
           COPY FIC1REC.

           COPY TRX.

      * Element de la population : reference (FIC1-CH1 cadre a
      * gauche ou TRANS-REF), montant en valeur absolue
       SD  SORT-POPULATION.
       01  SP-REC.
         10 SP-REFERENCE       PIC X(16).
         10 SP-DATE            PIC 9(08).
         10 SP-MONTANT         PIC 9(09)V99.
         10 SP-SENS            PIC X(01).
         10 SP-DEVISE          PIC X(03).
         10 SP-CODE-CTP        PIC X(06).
         10 FILLER             PIC X(35).

      * Element retenu : strate C (montant au moins egal au seuil)
      * ou U (unite monetaire tiree)
       FD  FIC-ECHANTILLON.
       01  ECHA-REC.
         10 ECHA-POPULATION    PIC X(01).
         10 ECHA-REFERENCE     PIC X(16).
         10 ECHA-STRATE        PIC X(01).
             88 ECHA-ELEMENT-CLE          VALUE 'C'.
             88 ECHA-UNITE-MONETAIRE      VALUE 'U'.
         10 ECHA-MONTANT       PIC 9(09)V99.
         10 ECHA-SENS          PIC X(01).
         10 ECHA-DEVISE        PIC X(03).
         10 ECHA-DATE          PIC 9(08).
      *    Premiere unite tiree dans l'element (position dans le
      *    cumul), zero pour un element cle
         10 ECHA-UNITE         PIC 9(13)V99.
         10 ECHA-NB-UNITES     PIC 9(03).
         10 ECHA-INTERVALLE    PIC 9(11)V99.
         10 ECHA-CODE-CTP      PIC X(06).
         10 FILLER             PIC X(02).

       FD  FIC-FICHE-ECHANTILLON.
       01  FECH-REC             PIC X(80).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PECH       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-TRANS      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-ECHA       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-FECH       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-POP     PIC 9      VALUE ZERO.
               88 WS-FIN-POP                   VALUE 1.
           02  WS-INDIC-FIN-SORT    PIC 9      VALUE ZERO.
               88 WS-FIN-SORT                  VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-LUS            PIC S9(9)  VALUE ZERO.
           02  WS-NB-HORS-PERIODE   PIC S9(9)  VALUE ZERO.
           02  WS-NB-HORS-DEVISE    PIC S9(9)  VALUE ZERO.
           02  WS-NB-NULS           PIC S9(9)  VALUE ZERO.
           02  WS-NB-POPULATION     PIC S9(9)  VALUE ZERO.
           02  WS-NB-CLES           PIC S9(9)  VALUE ZERO.
           02  WS-NB-MUS            PIC S9(9)  VALUE ZERO.
           02  WS-NB-TIRES          PIC S9(9)  VALUE ZERO.
           02  WS-NB-UNITES         PIC S9(9)  VALUE ZERO.
           02  WS-NB-ECHANTILLON    PIC S9(9)  VALUE ZERO.
           02  WS-NB-TAILLE-ATTENDUE PIC S9(9) VALUE ZERO.
           02  WS-NB-LIGNES-FICHE   PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-FACTEUR-EDT       PIC 9,99.
           02  WS-GRAINE-EDT        PIC ZZZZZZZZ9.

      *    Parametres du tirage
       01  WS-DATE-DEBUT            PIC 9(08)  VALUE ZERO.
       01  WS-DATE-FIN              PIC 9(08)  VALUE ZERO.
       01  WS-CONFIANCE             PIC 9(02)  VALUE ZERO.
       01  WS-SEUIL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAINE                PIC 9(09)  VALUE ZERO.
       01  WS-DEVISE-DEMANDEE       PIC X(03)  VALUE SPACE.
       01  WS-DEVISE-ELEMENT        PIC X(03)  VALUE SPACE.

      *    Facteurs de fiabilite (Poisson, zero erreur attendue)
      *    par niveau de confiance
       01  WS-FACTEURS-FIABILITE.
           05 FILLER PIC X(05) VALUE '80161'.
           05 FILLER PIC X(05) VALUE '85190'.
           05 FILLER PIC X(05) VALUE '90231'.
           05 FILLER PIC X(05) VALUE '95300'.
           05 FILLER PIC X(05) VALUE '99461'.
       01  WS-FACTEURS-R REDEFINES WS-FACTEURS-FIABILITE.
           05  WS-FF-ENTREE OCCURS 5.
               10 WS-FF-CONFIANCE   PIC 9(02).
               10 WS-FF-FACTEUR     PIC 9V99.
       01  WS-IDX-FF                PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-FACTEUR               PIC 9V99   VALUE ZERO.

      *    Intervalle, depart aleatoire et point de tirage courant
       01  WS-INTERVALLE            PIC 9(11)V99 VALUE ZERO.
       01  WS-INTERVALLE-CTS        PIC S9(15) COMP VALUE ZERO.
       01  WS-ALEA-PRODUIT          PIC S9(18) COMP VALUE ZERO.
       01  WS-ALEA-QUOTIENT         PIC S9(18) COMP VALUE ZERO.
       01  WS-ALEA-ETAT             PIC S9(18) COMP VALUE ZERO.
       01  WS-DEPART-CTS            PIC S9(15) COMP VALUE ZERO.
       01  WS-DEPART                PIC 9(13)V99 VALUE ZERO.
       01  WS-POINT                 PIC 9(15)V99 VALUE ZERO.
       01  WS-CUMUL                 PIC 9(15)V99 VALUE ZERO.
       01  WS-PREMIERE-UNITE        PIC 9(15)V99 VALUE ZERO.
       01  WS-NB-TIRAGES            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-STRATE                PIC X(01)  VALUE SPACE.

      *    Valeurs de controle de la population et de l'echantillon
       01  WS-VALEUR-POPULATION     PIC S9(15)V99 VALUE ZERO.
       01  WS-VALEUR-CLES           PIC S9(15)V99 VALUE ZERO.
       01  WS-VALEUR-MUS            PIC S9(15)V99 VALUE ZERO.
       01  WS-VALEUR-ECHANTILLON    PIC S9(15)V99 VALUE ZERO.

       01  WS-LIGNE-FICHE           PIC X(80)  VALUE SPACE.

      *    Date et heure systeme
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).

      *    Fil des alertes operateur
           COPY ALRTW.
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
           PERFORM INIT             *> Carte, intervalle, depart
           SORT SORT-POPULATION
               ON ASCENDING KEY SP-REFERENCE SP-DATE
               INPUT PROCEDURE  CONSTITUE-POPULATION
               OUTPUT PROCEDURE TIRE-ECHANTILLON
           PERFORM FIN              *> Fiche, fermetures, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX102'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX102'  TO WS-ALRT-PROGRAMME
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

           PERFORM CHARGE-PARAMETRES
           PERFORM CALCULE-DEPART

           IF PECH-FICHIER1
              OPEN INPUT FICHIER1
              MOVE WS-STATUS-FIC1   TO WS-FSTA-STATUT
              MOVE 'FICHIER1'       TO WS-FSTA-FICHIER
           ELSE
              OPEN INPUT FIC-TRANSACTIONS
              MOVE WS-STATUS-TRANS  TO WS-FSTA-STATUT
              MOVE 'FIC-TRANS'      TO WS-FSTA-FICHIER
           END-IF
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-ECHANTILLON
           MOVE WS-STATUS-ECHA      TO WS-FSTA-STATUT
           MOVE 'FIC-ECHA'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-FICHE-ECHANTILLON
           MOVE WS-STATUS-FECH      TO WS-FSTA-STATUT
           MOVE 'FIC-FECH'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           .

      *    La carte de tirage est obligatoire : sans elle, aucun
      *    echantillon reproductible ne peut etre produit
       CHARGE-PARAMETRES.
           OPEN INPUT FIC-PARAM-ECHANTILLON
           MOVE WS-STATUS-PECH      TO WS-FSTA-STATUT
           MOVE 'FIC-PECH'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           READ FIC-PARAM-ECHANTILLON
            AT END
              DISPLAY 'ABEND - FIC-PARAM-ECHANTILLON VIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-READ
           CLOSE FIC-PARAM-ECHANTILLON

           IF NOT PECH-FICHIER1 AND NOT PECH-TRANSACTIONS
              DISPLAY 'ABEND - POPULATION INVALIDE (F OU T) : '
                      PECH-POPULATION
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           IF PECH-DATE-DEBUT NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (PECH-DATE-DEBUT) NOT = 0
              DISPLAY 'ABEND - DATE D''ARRETE OU DE DEBUT INVALIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PECH-DATE-DEBUT     TO WS-DATE-DEBUT
           IF PECH-TRANSACTIONS
              IF PECH-DATE-FIN NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD (PECH-DATE-FIN)
                    NOT = 0
                 OR PECH-DATE-FIN < PECH-DATE-DEBUT
                 DISPLAY 'ABEND - DATE DE FIN DE PERIODE INVALIDE'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE PECH-DATE-FIN    TO WS-DATE-FIN
           END-IF

           MOVE ZERO                TO WS-FACTEUR
           IF PECH-CONFIANCE NUMERIC
              MOVE PECH-CONFIANCE   TO WS-CONFIANCE
              PERFORM VARYING WS-IDX-FF FROM 1 BY 1
                      UNTIL   WS-IDX-FF > 5
                 IF WS-FF-CONFIANCE (WS-IDX-FF) = WS-CONFIANCE
                    MOVE WS-FF-FACTEUR (WS-IDX-FF) TO WS-FACTEUR
                 END-IF
              END-PERFORM
           END-IF
           IF WS-FACTEUR = ZERO
              DISPLAY 'ABEND - NIVEAU DE CONFIANCE INVALIDE '
                      '(80, 85, 90, 95 OU 99) : ' PECH-CONFIANCE
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF

           IF PECH-SEUIL NOT NUMERIC OR PECH-SEUIL = ZERO
              DISPLAY 'ABEND - SEUIL DE SIGNIFICATION INVALIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PECH-SEUIL          TO WS-SEUIL
           IF PECH-GRAINE NOT NUMERIC OR PECH-GRAINE = ZERO
              DISPLAY 'ABEND - GRAINE ALEATOIRE INVALIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PECH-GRAINE         TO WS-GRAINE
           MOVE PECH-DEVISE         TO WS-DEVISE-DEMANDEE
           .

      *    Intervalle au centime inferieur, puis depart aleatoire
      *    dans le premier intervalle : 1 + (16807 x graine modulo
      *    2147483647) modulo l'intervalle en centimes - calcul en
      *    arithmetique entiere, identique d'une machine a l'autre
       CALCULE-DEPART.
           COMPUTE WS-INTERVALLE = WS-SEUIL / WS-FACTEUR
           COMPUTE WS-INTERVALLE-CTS = WS-INTERVALLE * 100
           IF WS-INTERVALLE-CTS < 1
              DISPLAY 'ABEND - INTERVALLE D''ECHANTILLONNAGE NUL'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE WS-ALEA-PRODUIT = WS-GRAINE * 16807
           DIVIDE WS-ALEA-PRODUIT BY 2147483647
               GIVING WS-ALEA-QUOTIENT REMAINDER WS-ALEA-ETAT
           DIVIDE WS-ALEA-ETAT BY WS-INTERVALLE-CTS
               GIVING WS-ALEA-QUOTIENT REMAINDER WS-DEPART-CTS
           ADD 1                    TO WS-DEPART-CTS
           COMPUTE WS-DEPART = WS-DEPART-CTS / 100
           MOVE WS-DEPART           TO WS-POINT
           .

      *    Parcours de la population demandee, elements retenus
      *    passes au tri
       CONSTITUE-POPULATION.
           IF PECH-FICHIER1
              PERFORM UNTIL WS-FIN-POP
                 READ FICHIER1 NEXT RECORD
                  AT END
                    SET WS-FIN-POP  TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-LUS
                    PERFORM PRESENTE-ARTICLE
                 END-READ
              END-PERFORM
           ELSE
              PERFORM UNTIL WS-FIN-POP
                 READ FIC-TRANSACTIONS
                  AT END
                    SET WS-FIN-POP  TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-LUS
                    PERFORM PRESENTE-TRANSACTION
                 END-READ
              END-PERFORM
           END-IF
           .

      *    Article present a la date d'arrete : en vigueur, et non
      *    expire a cette date
       PRESENTE-ARTICLE.
           IF FIC1-DATE-EFFET > WS-DATE-DEBUT
              OR (FIC1-DATE-EXPIR NOT = ZERO
                  AND FIC1-DATE-EXPIR <= WS-DATE-DEBUT)
              ADD 1                 TO WS-NB-HORS-PERIODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO SP-REC
           MOVE FIC1-CH1            TO SP-REFERENCE
           MOVE FIC1-DATE-EFFET     TO SP-DATE
           MOVE FIC1-MONTANT        TO SP-MONTANT
           MOVE FIC1-DEVISE         TO SP-DEVISE
           MOVE FIC1-CODE-CTP       TO SP-CODE-CTP
           PERFORM RETIENT-ELEMENT
           .

      *    Transaction de la periode : une date inconnue (zero) ne
      *    se rattache a aucune periode
       PRESENTE-TRANSACTION.
           IF TRANS-DATE < WS-DATE-DEBUT
              OR TRANS-DATE > WS-DATE-FIN
              ADD 1                 TO WS-NB-HORS-PERIODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO SP-REC
           MOVE TRANS-REF           TO SP-REFERENCE
           MOVE TRANS-DATE          TO SP-DATE
           IF TRANS-MONTANT < ZERO
              COMPUTE SP-MONTANT = ZERO - TRANS-MONTANT
              MOVE '-'              TO SP-SENS
           ELSE
              MOVE TRANS-MONTANT    TO SP-MONTANT
           END-IF
           MOVE TRANS-DEVISE        TO SP-DEVISE
           MOVE TRANS-CODE-CTP      TO SP-CODE-CTP
           PERFORM RETIENT-ELEMENT
           .

      *    Filtre devise (blanc = EUR), montant nul ecarte : il ne
      *    porte aucune unite monetaire et ne peut etre tire
       RETIENT-ELEMENT.
           IF SP-DEVISE = SPACE
              MOVE 'EUR'            TO SP-DEVISE
           END-IF
           IF WS-DEVISE-DEMANDEE NOT = SPACE
              AND SP-DEVISE NOT = WS-DEVISE-DEMANDEE
              ADD 1                 TO WS-NB-HORS-DEVISE
              EXIT PARAGRAPH
           END-IF
           IF SP-MONTANT = ZERO
              ADD 1                 TO WS-NB-NULS
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-POPULATION
           ADD SP-MONTANT           TO WS-VALEUR-POPULATION
           IF SP-MONTANT >= WS-SEUIL
              ADD 1                 TO WS-NB-CLES
              ADD SP-MONTANT        TO WS-VALEUR-CLES
           ELSE
              ADD 1                 TO WS-NB-MUS
              ADD SP-MONTANT        TO WS-VALEUR-MUS
           END-IF
           RELEASE SP-REC
           .

      *    Population triee par reference : elements cles retenus
      *    d'office, tirage systematique des unites sur les autres
       TIRE-ECHANTILLON.
           PERFORM UNTIL WS-FIN-SORT
              RETURN SORT-POPULATION
               AT END
                 SET WS-FIN-SORT    TO TRUE
               NOT AT END
                 IF SP-MONTANT >= WS-SEUIL
                    MOVE 'C'        TO WS-STRATE
                    MOVE ZERO       TO WS-PREMIERE-UNITE
                                       WS-NB-TIRAGES
                    PERFORM ECRIT-ECHANTILLON
                 ELSE
                    PERFORM TIRE-UNITES
                 END-IF
              END-RETURN
           END-PERFORM
           .

      *    L'element couvre les unites ]cumul precedent, cumul] :
      *    chaque point de tirage qui y tombe le designe
       TIRE-UNITES.
           ADD SP-MONTANT           TO WS-CUMUL
           MOVE ZERO                TO WS-NB-TIRAGES
           PERFORM UNTIL WS-POINT > WS-CUMUL
              ADD 1                 TO WS-NB-TIRAGES
              IF WS-NB-TIRAGES = 1
                 MOVE WS-POINT      TO WS-PREMIERE-UNITE
              END-IF
              ADD WS-INTERVALLE     TO WS-POINT
           END-PERFORM
           IF WS-NB-TIRAGES > ZERO
              ADD 1                 TO WS-NB-TIRES
              ADD WS-NB-TIRAGES     TO WS-NB-UNITES
              MOVE 'U'              TO WS-STRATE
              PERFORM ECRIT-ECHANTILLON
           END-IF
           .

       ECRIT-ECHANTILLON.
           MOVE SPACES              TO ECHA-REC
           MOVE WS-STRATE           TO ECHA-STRATE
           MOVE PECH-POPULATION     TO ECHA-POPULATION
           MOVE SP-REFERENCE        TO ECHA-REFERENCE
           MOVE SP-MONTANT          TO ECHA-MONTANT
           MOVE SP-SENS             TO ECHA-SENS
           MOVE SP-DEVISE           TO ECHA-DEVISE
           MOVE SP-DATE             TO ECHA-DATE
           MOVE WS-PREMIERE-UNITE   TO ECHA-UNITE
           MOVE WS-NB-TIRAGES       TO ECHA-NB-UNITES
           MOVE WS-INTERVALLE       TO ECHA-INTERVALLE
           MOVE SP-CODE-CTP         TO ECHA-CODE-CTP
           WRITE ECHA-REC
           MOVE WS-STATUS-ECHA      TO WS-FSTA-STATUT
           MOVE 'FIC-ECHA'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-ECHANTILLON
           ADD SP-MONTANT           TO WS-VALEUR-ECHANTILLON
           .

      *    Fiche de parametres : tout ce qu'il faut pour refaire le
      *    tirage et controler qu'il porte sur la meme population
       EDITE-FICHE.
           STRING 'FOREX102 - FICHE DE PARAMETRES DE L''ECHANTILLON '
                  'D''AUDIT (MUS)'
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           STRING 'EDITEE LE ' WS-DHS-DATE ' A ' WS-DHS-HEURE
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE ALL '='             TO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE

           IF PECH-FICHIER1
              STRING 'POPULATION               : FICHIER1 ARRETE AU '
                     WS-DATE-DEBUT
                     DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           ELSE
              STRING 'POPULATION               : FIC-TRANSACTIONS DU '
                     WS-DATE-DEBUT ' AU ' WS-DATE-FIN
                     DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           END-IF
           PERFORM ECRIT-FICHE
           IF WS-DEVISE-DEMANDEE = SPACE
              STRING 'DEVISE                   : TOUTES (MONTANTS '
                     'NOMINAUX)'
                     DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           ELSE
              STRING 'DEVISE                   : '
                     WS-DEVISE-DEMANDEE
                     DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           END-IF
           PERFORM ECRIT-FICHE
           MOVE WS-FACTEUR          TO WS-FACTEUR-EDT
           STRING 'NIVEAU DE CONFIANCE      : ' WS-CONFIANCE
                  ' %   FACTEUR DE FIABILITE ' WS-FACTEUR-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE WS-SEUIL            TO WS-MONTANT-EDT
           STRING 'SEUIL DE SIGNIFICATION   : ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE WS-INTERVALLE       TO WS-MONTANT-EDT
           STRING 'INTERVALLE (SEUIL/FACT.) : ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE WS-GRAINE           TO WS-GRAINE-EDT
           STRING 'GRAINE ALEATOIRE         : ' WS-GRAINE-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE WS-DEPART           TO WS-MONTANT-EDT
           STRING 'DEPART ALEATOIRE         : ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           PERFORM ECRIT-FICHE

           MOVE WS-NB-LUS           TO WS-NB-EDT
           STRING 'ELEMENTS LUS             : ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE WS-NB-HORS-PERIODE  TO WS-NB-EDT
           STRING '  HORS ARRETE / PERIODE  : ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE WS-NB-HORS-DEVISE   TO WS-NB-EDT
           STRING '  HORS DEVISE            : ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE WS-NB-NULS          TO WS-NB-EDT
           STRING '  MONTANT NUL            : ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE WS-NB-POPULATION    TO WS-NB-EDT
           MOVE WS-VALEUR-POPULATION TO WS-MONTANT-EDT
           STRING 'POPULATION               : ' WS-NB-EDT
                  '  VALEUR ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE WS-NB-CLES          TO WS-NB-EDT
           MOVE WS-VALEUR-CLES      TO WS-MONTANT-EDT
           STRING '  ELEMENTS CLES (>=SEUIL): ' WS-NB-EDT
                  '  VALEUR ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE WS-NB-MUS           TO WS-NB-EDT
           MOVE WS-VALEUR-MUS       TO WS-MONTANT-EDT
           STRING '  POPULATION MUS         : ' WS-NB-EDT
                  '  VALEUR ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE WS-NB-TAILLE-ATTENDUE TO WS-NB-EDT
           STRING '  UNITES ATTENDUES       : ' WS-NB-EDT
                  '  (VALEUR MUS / INTERVALLE)'
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           PERFORM ECRIT-FICHE

           MOVE WS-NB-ECHANTILLON   TO WS-NB-EDT
           MOVE WS-VALEUR-ECHANTILLON TO WS-MONTANT-EDT
           STRING 'ECHANTILLON              : ' WS-NB-EDT
                  '  VALEUR ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE WS-NB-CLES          TO WS-NB-EDT
           STRING '  STRATE C (CLES)        : ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE WS-NB-TIRES         TO WS-NB-EDT
           STRING '  STRATE U (TIRES)       : ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE WS-NB-UNITES        TO WS-NB-EDT
           STRING '  UNITES TIREES          : ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           PERFORM ECRIT-FICHE

           MOVE 'REPRODUCTION : MEME CARTE, MEME POPULATION (NOMBRE ET'
                                    TO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE '  VALEUR CI-DESSUS). POPULATION TRIEE PAR REFERENCE,'
                                    TO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE '  CUMUL DES VALEURS ABSOLUES HORS ELEMENTS CLES,'
                                    TO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE '  POINTS DEPART + K X INTERVALLE. DEPART EN CENTIMES ='
                                    TO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           MOVE '  1 + (16807 X GRAINE MOD 2147483647) MOD INTERVALLE.'
                                    TO WS-LIGNE-FICHE
           PERFORM ECRIT-FICHE
           .

       ECRIT-FICHE.
           WRITE FECH-REC FROM WS-LIGNE-FICHE
           MOVE WS-STATUS-FECH      TO WS-FSTA-STATUT
           MOVE 'FIC-FECH'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-LIGNES-FICHE
           MOVE SPACES              TO WS-LIGNE-FICHE
           .

      *    Fil des alertes operateur
           COPY ALRTP.
      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           DIVIDE WS-VALEUR-MUS BY WS-INTERVALLE
               GIVING WS-NB-TAILLE-ATTENDUE
           PERFORM EDITE-FICHE

           DISPLAY 'Echantillon d''audit termine'
           MOVE WS-NB-LUS           TO WS-NB-EDT
           DISPLAY 'ELEMENTS LUS      = ' WS-NB-EDT
           MOVE WS-NB-POPULATION    TO WS-NB-EDT
           DISPLAY 'POPULATION        = ' WS-NB-EDT
           MOVE WS-NB-CLES          TO WS-NB-EDT
           DISPLAY 'ELEMENTS CLES     = ' WS-NB-EDT
           MOVE WS-NB-TIRES         TO WS-NB-EDT
           DISPLAY 'ELEMENTS TIRES    = ' WS-NB-EDT
           MOVE WS-NB-ECHANTILLON   TO WS-NB-EDT
           DISPLAY 'ECHANTILLON       = ' WS-NB-EDT

      *    Population vide : la carte ne designe sans doute pas la
      *    bonne periode ou la bonne devise
           IF WS-NB-POPULATION = ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'ECHVIDE'        TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Population d''echantillonnage vide - voir '
                     'la carte FICPECH'
                     DELIMITED BY SIZE
                INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           IF PECH-FICHIER1
              CLOSE FICHIER1
           ELSE
              CLOSE FIC-TRANSACTIONS
           END-IF
           CLOSE FIC-ECHANTILLON
                 FIC-FICHE-ECHANTILLON

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           IF PECH-FICHIER1
              MOVE 'FICHIER1'       TO WS-JSUM-FIC-NOM
              MOVE WS-STATUS-FIC1   TO WS-JSUM-FIC-STATUT
           ELSE
              MOVE 'FIC-TRANS'      TO WS-JSUM-FIC-NOM
              MOVE WS-STATUS-TRANS  TO WS-JSUM-FIC-STATUT
           END-IF
           MOVE WS-NB-LUS           TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-ECHA'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-ECHA      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ECHANTILLON   TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-FECH'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FECH      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES-FICHE  TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
