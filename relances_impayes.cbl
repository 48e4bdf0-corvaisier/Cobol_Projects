       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX099.
      *==============================================================*
      * PROGRAMME de relance des articles en attente, par niveaux    *
      * d'escalade                                                   *
      *   - FOREX040 donne la balance agee des articles en attente,  *
      *     mais les relances se faisaient a la main sans que        *
      *     personne ne sache qui avait ete relance ni quand         *
      *   - Quatre niveaux : 1 premier rappel, 2 second rappel,      *
      *     3 mise en demeure, 4 transmission au contentieux ;       *
      *     chacun a son delai et son libelle (FIC-PARAM-RELANCE,    *
      *     defauts en WORKING-STORAGE). Le delai du niveau 1 court  *
      *     depuis FIC1-DATE-EFFET, celui des suivants depuis        *
      *     l'envoi du niveau precedent                              *
      *   - L'historique FIC-HIST-RELANCES (KSDS, cle FIC1-CH1)      *
      *     garde par article le niveau atteint et la date d'envoi   *
      *     de chaque niveau : le run suivant reprend l'escalade     *
      *     la ou elle s'est arretee. Un article qui n'est plus en   *
      *     attente sort de l'historique                             *
      *   - Exclus : articles sous litige ouvert (registre           *
      *     FIC-LITIGES de FOREX100) et articles sous echeancier de  *
      *     versements en cours (FIC-ECHEANCIERS de FOREX072) - leur *
      *     escalade est suspendue, pas remise a zero                *
      *   - Les avis partent dans FIC-AVIS-RELANCE, un avis par      *
      *     contrepartie et niveau (adresse CTP-NOM, CTP-CONTACT)    *
      *     listant ses articles ; une transmission au contentieux   *
      *     leve l'alerte W RELCONTX (RC 4)                          *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * FICHIER1 en lecture seule : balayage sequentiel par cle
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * Delai et libelle par niveau de relance (facultatif)
           SELECT FIC-PARAM-RELANCE
                     ASSIGN to FICPRLA
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PRLA.
      * Historique des relances par article
           SELECT FIC-HIST-RELANCES
                     ASSIGN to FICHRLA
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is HRLA-CLE
                     FILE STATUS is WS-STATUS-HRLA.
      *    FIC-LITIGES : registre des litiges (facultatif)
           COPY LITGS.
      * Echeanciers de versements en cours (FOREX072, facultatif)
           SELECT FIC-ECHEANCIERS
                     ASSIGN to FICECHP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-ECHP.
      * Referentiel des contreparties (FOREX055)
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * Tri des relances par contrepartie et niveau
           SELECT SORT-RELANCES ASSIGN to SORTWK1.
      * Avis de relance
           SELECT FIC-AVIS-RELANCE
                     ASSIGN to FICAVRL
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AVRL.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

      * Niveau (1 a 4), delai en jours, libelle de l'avis
       FD  FIC-PARAM-RELANCE.
       01  PRLA-REC.
         10 PRLA-NIVEAU        PIC X(01).
         10 FILLER             PIC X(01).
         10 PRLA-DELAI         PIC X(03).
         10 FILLER             PIC X(01).
         10 PRLA-LIBELLE       PIC X(60).
         10 FILLER             PIC X(14).

      * Historique : niveau atteint, date du dernier envoi et date
      * d'envoi de chaque niveau
       FD  FIC-HIST-RELANCES.
       01  HRLA-REC.
         10 HRLA-CLE           PIC X(10).
         10 HRLA-NIVEAU        PIC 9(01).
         10 HRLA-DATE-DERNIER  PIC 9(08).
         10 HRLA-DATE-NIVEAU   PIC 9(08) OCCURS 4.
         10 HRLA-CODE-CTP      PIC X(06).
         10 HRLA-MONTANT       PIC 9(09)V99.
         10 FILLER             PIC X(12).

           COPY LITG.

      * Echeancier : meme dessin que FOREX072 (seule la cle sert)
       FD  FIC-ECHEANCIERS.
       01  ECH-REC.
         10 ECH-CLE            PIC X(10).
         10 FILLER             PIC X(70).

      * Contrepartie : meme dessin que FOREX055
       FD  FIC-CONTREPARTIES.
       01  CTP-REC.
         10 CTP-CODE           PIC X(06).
         10 CTP-NOM            PIC X(30).
         10 CTP-PAYS           PIC X(03).
         10 CTP-CONTACT        PIC X(20).
         10 CTP-STATUT         PIC X(01).
             88 CTP-ACTIVE               VALUE 'A'.
             88 CTP-SUSPENDUE            VALUE 'S'.
         10 CTP-ENTITE-GROUPE  PIC X(02).
             88 CTP-HORS-GROUPE          VALUE SPACE.
         10 FILLER             PIC X(18).

      * Relance a emettre : contrepartie, niveau, article
       SD  SORT-RELANCES.
       01  SR-REC.
         10 SR-CTP             PIC X(06).
         10 SR-NIVEAU          PIC 9(01).
         10 SR-CLE             PIC X(10).
         10 SR-CH2             PIC X(20).
         10 SR-MONTANT         PIC 9(09)V99.
         10 SR-DEVISE          PIC X(03).
         10 SR-DATE-EFFET      PIC 9(08).
         10 SR-AGE             PIC 9(05).
         10 FILLER             PIC X(16).

       FD  FIC-AVIS-RELANCE.
       01  AVRL-REC             PIC X(80).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-STATUS-PRLA       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PRLA    PIC 9      VALUE ZERO.
               88 WS-FIN-PRLA                  VALUE 1.
           02  WS-STATUS-HRLA       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-LITG    PIC 9      VALUE ZERO.
               88 WS-FIN-LITG                  VALUE 1.
           02  WS-STATUS-ECHP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-ECHP    PIC 9      VALUE ZERO.
               88 WS-FIN-ECHP                  VALUE 1.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-CTP-OUVERT  PIC 9      VALUE ZERO.
               88 WS-CTP-OUVERT                VALUE 1.
           02  WS-INDIC-FIN-SORT    PIC 9      VALUE ZERO.
               88 WS-FIN-SORT                  VALUE 1.
           02  WS-STATUS-AVRL       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-EN-ATTENTE     PIC S9(9)  VALUE ZERO.
           02  WS-NB-DATES-INVALIDES PIC S9(9) VALUE ZERO.
           02  WS-NB-EN-LITIGE      PIC S9(9)  VALUE ZERO.
           02  WS-NB-SOUS-ECHEANCIER PIC S9(9) VALUE ZERO.
           02  WS-NB-AU-CONTENTIEUX PIC S9(9)  VALUE ZERO.
           02  WS-NB-TRANSMIS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-NON-ECHUS      PIC S9(9)  VALUE ZERO.
           02  WS-NB-HIST-RETIRES   PIC S9(9)  VALUE ZERO.
           02  WS-NB-RELANCES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-AVIS           PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-AVIS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-ERREURS-HIST   PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-AGE-EDT           PIC ZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC Z.ZZZ.ZZZ.ZZ9,99.
           02  WS-LIGNE-RAPPORT     PIC X(80).

      *    Niveaux d'escalade : delai en jours et libelle de l'avis,
      *    valeurs par defaut remplacees par FIC-PARAM-RELANCE
       01  WS-NIVEAUX-DEFAUT.
           05 FILLER PIC 9(03) VALUE 030.
           05 FILLER PIC X(60) VALUE
              'PREMIER RAPPEL : articles en attente de reglement'.
           05 FILLER PIC 9(03) VALUE 015.
           05 FILLER PIC X(60) VALUE
              'SECOND RAPPEL : sans reglement de votre part a ce jour'.
           05 FILLER PIC 9(03) VALUE 015.
           05 FILLER PIC X(60) VALUE
              'MISE EN DEMEURE de regulariser sous huit jours'.
           05 FILLER PIC 9(03) VALUE 030.
           05 FILLER PIC X(60) VALUE
              'TRANSMISSION AU SERVICE CONTENTIEUX'.
       01  WS-NIVEAUX-R REDEFINES WS-NIVEAUX-DEFAUT.
           05  WS-NIV-ENTREE OCCURS 4.
               10 WS-NIV-DELAI      PIC 9(03).
               10 WS-NIV-LIBELLE    PIC X(60).
       01  WS-IDX-NIV               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Articles exclus de la relance : L litige, E echeancier
       01  WS-NB-EXCLUSIONS         PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-EXCLUSIONS.
           02  WS-EXC-ENTREE OCCURS 5000.
               05 WS-EXC-CLE        PIC X(10).
               05 WS-EXC-MOTIF      PIC X(01).
       01  WS-IDX-EXC               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-MOTIF-EXCLUSION       PIC X(01)  VALUE SPACE.
           88 WS-ARTICLE-EXCLU                 VALUE 'L' 'E'.

      *    Escalade de l'article courant
       01  WS-INDIC-HIST-TROUVE     PIC 9      VALUE ZERO.
           88 WS-HIST-TROUVE                   VALUE 1.
       01  WS-NIVEAU-ATTEINT        PIC 9(01)  VALUE ZERO.
       01  WS-NIVEAU-SUIVANT        PIC 9(01)  VALUE ZERO.

      *    Anciennete et delai ecoule, en quantiemes
       01  WS-CALCUL-AGE.
           02  WS-JOUR-COURANT      PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-JOUR-EFFET        PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-JOUR-DERNIER      PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-AGE-JOURS         PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-JOURS-ECOULES     PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-CDE-MOIS          PIC 9(02)  VALUE ZERO.
           02  WS-CDE-JOUR          PIC 9(02)  VALUE ZERO.

      *    Avis en cours : contrepartie + niveau
       01  WS-AVIS-COURANT.
           02  WS-AVIS-CTP          PIC X(06)  VALUE HIGH-VALUE.
           02  WS-AVIS-NIVEAU       PIC 9(01)  VALUE ZERO.
           02  WS-AVIS-NB           PIC S9(7) COMP-3 VALUE ZERO.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Fil des alertes operateur
           COPY ALRTW.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.
      *    Statut du registre des litiges
           COPY LITGW.

      *    Date systeme, pour le quantieme du jour
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
           PERFORM INIT                  *> Init, niveaux, exclusions
           SORT SORT-RELANCES
               ON ASCENDING KEY SR-CTP SR-NIVEAU SR-CLE
               INPUT PROCEDURE  SELECTIONNE-RELANCES
               OUTPUT PROCEDURE EDITE-AVIS
           PERFORM FIN                   *> Totaux, fermetures
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX099'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX099'  TO WS-ALRT-PROGRAMME

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           COMPUTE WS-JOUR-COURANT
                 = FUNCTION INTEGER-OF-DATE (WS-DHS-DATE)

           PERFORM CHARGE-NIVEAUX
           PERFORM CHARGE-EXCLUSIONS

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Historique : OPEN I-O, le premier OPEN OUTPUT charge un
      *    cluster defini mais jamais charge (statut 35), meme
      *    idiome que FOREX055
           OPEN I-O FIC-HIST-RELANCES
           IF WS-STATUS-HRLA = '35'
              OPEN OUTPUT FIC-HIST-RELANCES
              CLOSE FIC-HIST-RELANCES
              OPEN I-O FIC-HIST-RELANCES
           END-IF
           MOVE WS-STATUS-HRLA      TO WS-FSTA-STATUT
           MOVE 'FIC-HRLA'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-CONTREPARTIES
           IF WS-STATUS-CTP = '00'
              SET WS-CTP-OUVERT     TO TRUE
           ELSE
              DISPLAY 'FIC-CONTREPARTIES absent, avis sans adresse'
           END-IF

           OPEN OUTPUT FIC-AVIS-RELANCE
           MOVE WS-STATUS-AVRL      TO WS-FSTA-STATUT
           MOVE 'FIC-AVRL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           .

      *    Niveaux d'escalade - fichier facultatif : une ligne par
      *    niveau a remplacer, libelle a blanc = libelle par defaut
       CHARGE-NIVEAUX.
           OPEN INPUT FIC-PARAM-RELANCE
           IF WS-STATUS-PRLA NOT = '00'
              DISPLAY 'FIC-PARAM-RELANCE absent, niveaux par defaut'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-PRLA
              READ FIC-PARAM-RELANCE
               AT END
                 SET WS-FIN-PRLA    TO TRUE
               NOT AT END
                 IF PRLA-NIVEAU >= '1' AND PRLA-NIVEAU <= '4'
                    AND PRLA-DELAI NUMERIC
                    MOVE PRLA-NIVEAU TO WS-NIVEAU-SUIVANT
                    MOVE PRLA-DELAI
                      TO WS-NIV-DELAI (WS-NIVEAU-SUIVANT)
                    IF PRLA-LIBELLE NOT = SPACE
                       MOVE PRLA-LIBELLE
                         TO WS-NIV-LIBELLE (WS-NIVEAU-SUIVANT)
                    END-IF
                 ELSE
                    DISPLAY 'FIC-PARAM-RELANCE : ligne ignoree ('
                            PRLA-NIVEAU ' ' PRLA-DELAI ')'
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PARAM-RELANCE
           .

      *    Articles sous litige ouvert et sous echeancier : tous
      *    deux facultatifs, leur absence ne suspend aucune relance
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

      *==============================================================*
      * SELECTION : articles en attente dont le delai du niveau      *
      * suivant est ecoule ; historique mis a jour au passage        *
      *==============================================================*
       SELECTIONNE-RELANCES.
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
                    ADD 1           TO WS-NB-EN-ATTENTE
                    PERFORM EXAMINE-ARTICLE
                 ELSE
                    PERFORM RETIRE-HISTORIQUE
                 END-IF
              END-READ
           END-PERFORM
           .

      *    Article qui n'est plus en attente : son escalade est
      *    terminee, une remise en attente repartira du niveau 1
       RETIRE-HISTORIQUE.
           MOVE FIC1-CH1            TO HRLA-CLE
           DELETE FIC-HIST-RELANCES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1              TO WS-NB-HIST-RETIRES
           END-DELETE
           .

       EXAMINE-ARTICLE.
           IF FIC1-DATE-EFFET NOT NUMERIC
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

           PERFORM RECHERCHE-EXCLUSION
           IF WS-ARTICLE-EXCLU
              IF WS-MOTIF-EXCLUSION = 'L'
                 ADD 1              TO WS-NB-EN-LITIGE
              ELSE
                 ADD 1              TO WS-NB-SOUS-ECHEANCIER
              END-IF
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-JOUR-EFFET
                 = FUNCTION INTEGER-OF-DATE (FIC1-DATE-EFFET)
           COMPUTE WS-AGE-JOURS = WS-JOUR-COURANT - WS-JOUR-EFFET
           IF WS-AGE-JOURS < ZERO
              MOVE ZERO             TO WS-AGE-JOURS
           END-IF

      *    Niveau atteint et delai ecoule depuis le dernier envoi
           MOVE ZERO                TO WS-INDIC-HIST-TROUVE
           MOVE FIC1-CH1            TO HRLA-CLE
           READ FIC-HIST-RELANCES
              INVALID KEY
                 MOVE ZERO          TO WS-NIVEAU-ATTEINT
                 MOVE WS-AGE-JOURS  TO WS-JOURS-ECOULES
              NOT INVALID KEY
                 SET WS-HIST-TROUVE TO TRUE
                 MOVE HRLA-NIVEAU   TO WS-NIVEAU-ATTEINT
                 COMPUTE WS-JOUR-DERNIER = FUNCTION INTEGER-OF-DATE
                                           (HRLA-DATE-DERNIER)
                 COMPUTE WS-JOURS-ECOULES
                       = WS-JOUR-COURANT - WS-JOUR-DERNIER
           END-READ

           IF WS-NIVEAU-ATTEINT >= 4
              ADD 1                 TO WS-NB-AU-CONTENTIEUX
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NIVEAU-SUIVANT = WS-NIVEAU-ATTEINT + 1
           IF WS-JOURS-ECOULES < WS-NIV-DELAI (WS-NIVEAU-SUIVANT)
              ADD 1                 TO WS-NB-NON-ECHUS
              EXIT PARAGRAPH
           END-IF

           PERFORM NOTE-RELANCE
           IF WS-STATUS-HRLA = '00'
              MOVE SPACES           TO SR-REC
              MOVE FIC1-CODE-CTP    TO SR-CTP
              MOVE WS-NIVEAU-SUIVANT TO SR-NIVEAU
              MOVE FIC1-CH1         TO SR-CLE
              MOVE FIC1-CH2         TO SR-CH2
              MOVE FIC1-MONTANT     TO SR-MONTANT
              MOVE FIC1-DEVISE      TO SR-DEVISE
              IF SR-DEVISE = SPACE
                 MOVE 'EUR'         TO SR-DEVISE
              END-IF
              MOVE FIC1-DATE-EFFET  TO SR-DATE-EFFET
              MOVE WS-AGE-JOURS     TO SR-AGE
              RELEASE SR-REC
              ADD 1                 TO WS-NB-RELANCES
              IF SR-NIVEAU = 4
                 ADD 1              TO WS-NB-TRANSMIS
              END-IF
           END-IF
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

      *    Historique : niveau atteint et date d'envoi du niveau,
      *    ecrit avant l'avis - une relance non historisee n'est
      *    pas emise (elle le sera au run suivant)
       NOTE-RELANCE.
           IF NOT WS-HIST-TROUVE
              MOVE SPACES           TO HRLA-REC
              MOVE FIC1-CH1         TO HRLA-CLE
              MOVE ZERO             TO HRLA-DATE-NIVEAU (1)
                                       HRLA-DATE-NIVEAU (2)
                                       HRLA-DATE-NIVEAU (3)
                                       HRLA-DATE-NIVEAU (4)
           END-IF
           MOVE WS-NIVEAU-SUIVANT   TO HRLA-NIVEAU
           MOVE WS-DHS-DATE         TO HRLA-DATE-DERNIER
           MOVE WS-DHS-DATE
                   TO HRLA-DATE-NIVEAU (WS-NIVEAU-SUIVANT)
           MOVE FIC1-CODE-CTP       TO HRLA-CODE-CTP
           MOVE FIC1-MONTANT        TO HRLA-MONTANT
           IF WS-HIST-TROUVE
              REWRITE HRLA-REC
                 INVALID KEY
                    ADD 1           TO WS-NB-ERREURS-HIST
              END-REWRITE
           ELSE
              WRITE HRLA-REC
                 INVALID KEY
                    ADD 1           TO WS-NB-ERREURS-HIST
              END-WRITE
           END-IF
           IF WS-STATUS-HRLA NOT = '00'
              DISPLAY 'Historique non mis a jour, cle ' FIC1-CH1
                      ' statut ' WS-STATUS-HRLA
              IF WS-RC-RUN < 08
                 MOVE 08            TO WS-RC-RUN
              END-IF
           END-IF
           .

      *==============================================================*
      * EDITION : un avis par contrepartie et niveau                 *
      *==============================================================*
       EDITE-AVIS.
           PERFORM UNTIL WS-FIN-SORT
              RETURN SORT-RELANCES
               AT END
                 SET WS-FIN-SORT    TO TRUE
               NOT AT END
                 IF SR-CTP NOT = WS-AVIS-CTP
                    OR SR-NIVEAU NOT = WS-AVIS-NIVEAU
                    IF WS-AVIS-CTP NOT = HIGH-VALUE
                       PERFORM TERMINE-AVIS
                    END-IF
                    PERFORM DEBUTE-AVIS
                 END-IF
                 PERFORM ECRIT-ARTICLE-AVIS
              END-RETURN
           END-PERFORM
           IF WS-AVIS-CTP NOT = HIGH-VALUE
              PERFORM TERMINE-AVIS
           END-IF
           .

      *    En-tete de l'avis : adresse prise au referentiel, libelle
      *    du niveau
       DEBUTE-AVIS.
           MOVE SR-CTP              TO WS-AVIS-CTP
           MOVE SR-NIVEAU           TO WS-AVIS-NIVEAU
           MOVE ZERO                TO WS-AVIS-NB
           ADD 1                    TO WS-NB-AVIS

           MOVE ALL '='             TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           STRING 'AVIS DE RELANCE - NIVEAU ' SR-NIVEAU
                  '                    DATE : ' WS-DHS-DATE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           PERFORM ECRIT-LIGNE
           IF SR-CTP = SPACE
              MOVE 'CONTREPARTIE NON RENSEIGNEE SUR L''ARTICLE'
                                    TO WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE
           ELSE
              MOVE SR-CTP           TO CTP-CODE
              MOVE SPACES           TO CTP-NOM
                                       CTP-CONTACT
              IF WS-CTP-OUVERT
                 READ FIC-CONTREPARTIES
                    INVALID KEY
                       MOVE '*** INCONNUE AU REFERENTIEL ***'
                                    TO CTP-NOM
                 END-READ
              END-IF
              STRING 'CONTREPARTIE : ' SR-CTP '  ' CTP-NOM
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE
              STRING 'A L''ATTENTION DE : ' CTP-CONTACT
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE
           END-IF
           PERFORM ECRIT-LIGNE
           MOVE WS-NIV-LIBELLE (SR-NIVEAU) TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           PERFORM ECRIT-LIGNE
           MOVE 'ARTICLE    LIBELLE               EFFET     JOURS'
                                    TO WS-LIGNE-RAPPORT
           MOVE 'MONTANT DEVISE'    TO WS-LIGNE-RAPPORT (63:14)
           PERFORM ECRIT-LIGNE
           .

       ECRIT-ARTICLE-AVIS.
           ADD 1                    TO WS-AVIS-NB
           MOVE SR-AGE              TO WS-AGE-EDT
           MOVE SR-MONTANT          TO WS-MONTANT-EDT
           STRING SR-CLE ' ' SR-CH2 ' ' SR-DATE-EFFET ' ' WS-AGE-EDT
                  ' ' WS-MONTANT-EDT ' ' SR-DEVISE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

       TERMINE-AVIS.
           PERFORM ECRIT-LIGNE
           MOVE WS-AVIS-NB          TO WS-NB-EDT
           STRING 'NOMBRE D''ARTICLES : ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           PERFORM ECRIT-LIGNE
           .

       ECRIT-LIGNE.
           WRITE AVRL-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-AVRL      TO WS-FSTA-STATUT
           MOVE 'FIC-AVRL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-LIGNES-AVIS
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Fil consolide des alertes operateur
           COPY ALRTP.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           DISPLAY 'Relances des articles en attente terminees'
           MOVE WS-NB-EN-ATTENTE    TO WS-NB-EDT
           DISPLAY 'ARTICLES EN ATTENTE     = ' WS-NB-EDT
           MOVE WS-NB-RELANCES      TO WS-NB-EDT
           DISPLAY 'RELANCES EMISES         = ' WS-NB-EDT
           MOVE WS-NB-AVIS          TO WS-NB-EDT
           DISPLAY 'AVIS EDITES             = ' WS-NB-EDT
           MOVE WS-NB-NON-ECHUS     TO WS-NB-EDT
           DISPLAY 'DELAI NON ECOULE        = ' WS-NB-EDT
           MOVE WS-NB-EN-LITIGE     TO WS-NB-EDT
           DISPLAY 'EXCLUS (LITIGE)         = ' WS-NB-EDT
           MOVE WS-NB-SOUS-ECHEANCIER TO WS-NB-EDT
           DISPLAY 'EXCLUS (ECHEANCIER)     = ' WS-NB-EDT
           MOVE WS-NB-TRANSMIS      TO WS-NB-EDT
           DISPLAY 'TRANSMIS AU CONTENTIEUX = ' WS-NB-EDT
           MOVE WS-NB-AU-CONTENTIEUX TO WS-NB-EDT
           DISPLAY 'DEJA AU CONTENTIEUX     = ' WS-NB-EDT
           MOVE WS-NB-HIST-RETIRES  TO WS-NB-EDT
           DISPLAY 'HISTORIQUES RETIRES     = ' WS-NB-EDT
           MOVE WS-NB-DATES-INVALIDES TO WS-NB-EDT
           DISPLAY 'DATES D''EFFET INVALIDES = ' WS-NB-EDT
           MOVE WS-NB-ERREURS-HIST  TO WS-NB-EDT
           DISPLAY 'ERREURS HISTORIQUE      = ' WS-NB-EDT

      *    Transmissions au contentieux du run : le service
      *    contentieux reprend les avis de niveau 4
           IF WS-NB-TRANSMIS > ZERO
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'RELCONTX'       TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              MOVE WS-NB-TRANSMIS   TO WS-NB-EDT
              STRING WS-NB-EDT ' article(s) transmis au contentieux'
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
              IF WS-RC-RUN < 04
                 MOVE 04            TO WS-RC-RUN
              END-IF
           END-IF

           CLOSE FICHIER1
                 FIC-HIST-RELANCES
                 FIC-AVIS-RELANCE
           IF WS-CTP-OUVERT
              CLOSE FIC-CONTREPARTIES
           END-IF

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARTICLES-LUS  TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-HRLA'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-HRLA      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-RELANCES      TO WS-JSUM-FIC-ECRITS
           MOVE WS-NB-ERREURS-HIST  TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-AVRL'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-AVRL      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES-AVIS   TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
