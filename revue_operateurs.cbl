       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX079.
      *==============================================================*
      * PROGRAMME de revue mensuelle de l'activite des operateurs    *
      * et de la separation des taches                               *
      *   - Relit la piste d'audit FIC1-AUDIT (AUDIT-OPERATEUR sur   *
      *     chaque geste, demandeur ET approbateur sur les           *
      *     decisions de FOREX046) pour le mois FIC-PARAM-MOIS       *
      *     (AAAAMM, meme parametre que FOREX034)                    *
      *   - Par operateur : ajouts, modifications, suppressions      *
      *     appliques (codes A/M/S), autres gestes, tentatives       *
      *     refusees, gestes hors heures ouvrees (jour non ouvre     *
      *     selon le calendrier FOREX043, ou heure hors de la plage  *
      *     FIC-PARAM-REVUE), approbations donnees, et montants      *
      *     touches par devise (AUDIT-MONTANT des gestes appliques,  *
      *     jamais additionnes d'une devise a l'autre)               *
      *   - Exceptions de separation des taches :                    *
      *       . un article cree par un operateur dont ce meme        *
      *         operateur modifie le montant dans les N jours        *
      *       . un approbateur dont les approbations du mois vont    *
      *         toutes (ou au-dela du taux parametre) au meme        *
      *         demandeur, a partir d'un nombre minimal              *
      *   - FIC-PARAM-REVUE facultatif (delai N, plage horaire,      *
      *     nombre minimal et taux d'approbations) : a defaut 5      *
      *     jours, 07h00-20h00, 3 approbations, 100 %                *
      *   - RC 4 et alerte W SODEXCEP des la premiere exception      *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Mois a examiner (AAAAMM) - obligatoire
           SELECT FIC-PARAM-MOIS
                     ASSIGN to FICPMOIS
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PMOIS.
      * Seuils de la revue - facultatif
           SELECT FIC-PARAM-REVUE
                     ASSIGN to FICPREV
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PREV.
      * FIC1-AUDIT : piste d'audit partagee avec FOREX015/FOREX016
           SELECT FIC1-AUDIT
                     ASSIGN to FIC1AUD
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AUDIT.
      * Rapport de revue des operateurs
           SELECT FIC-RAPPORT-OPER
                     ASSIGN to FICROPR
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-ROPR.
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

      * Seuils : delai N en jours, plage ouvree HHMM-HHMM, nombre
      * minimal d'approbations et taux (%) pour l'exception
      * approbateur/demandeur
       FD  FIC-PARAM-REVUE.
       01  PREV-REC.
         10 PREV-DELAI-JOURS   PIC 9(03).
         10 FILLER             PIC X(01).
         10 PREV-HEURE-DEBUT   PIC 9(04).
         10 FILLER             PIC X(01).
         10 PREV-HEURE-FIN     PIC 9(04).
         10 FILLER             PIC X(01).
         10 PREV-MIN-APPROB    PIC 9(03).
         10 FILLER             PIC X(01).
         10 PREV-TAUX-APPROB   PIC 9(03).
         10 FILLER             PIC X(59).

      * Piste d'audit, meme dessin que FOREX015
       FD  FIC1-AUDIT.
       01  AUDIT-REC.
         10 AUDIT-DATE-HEURE.
            15 AUDIT-DH-ANNEE PIC X(04).
            15 FILLER         PIC X(01).
            15 AUDIT-DH-MOIS  PIC X(02).
            15 FILLER         PIC X(01).
            15 AUDIT-DH-JOUR  PIC X(02).
            15 FILLER         PIC X(01).
            15 AUDIT-DH-HHMM  PIC X(04).
            15 FILLER         PIC X(02).
         10 FILLER           PIC X(01).
         10 AUDIT-CODE-MVT   PIC X(01).
         10 FILLER           PIC X(01).
         10 AUDIT-CLE        PIC X(10).
         10 FILLER           PIC X(01).
         10 AUDIT-RESULTAT   PIC X(08).
         10 FILLER           PIC X(01).
         10 AUDIT-MOTIF      PIC X(20).
         10 FILLER           PIC X(01).
         10 AUDIT-CH2        PIC X(20).
         10 FILLER           PIC X(01).
         10 AUDIT-OPERATEUR  PIC X(08).
         10 AUDIT-SCEAU      PIC 9(10).
         10 AUDIT-MONTANT    PIC 9(09)V99.
         10 AUDIT-DEVISE     PIC X(03).
         10 FILLER           PIC X(06).

       FD  FIC-RAPPORT-OPER.
       01  ROPR-REC            PIC X(80).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PMOIS      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PREV       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-AUDIT      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-AUDIT   PIC 9      VALUE ZERO.
               88 WS-FIN-AUDIT                 VALUE 1.
           02  WS-STATUS-ROPR       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-HORS-HEURES PIC 9      VALUE ZERO.
               88 WS-HORS-HEURES               VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-LIGNES         PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-MOIS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-EXCEPTIONS     PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-CPT-EDT1          PIC ZZZZZ9.
           02  WS-CPT-EDT2          PIC ZZZZZ9.
           02  WS-CPT-EDT3          PIC ZZZZZ9.
           02  WS-CPT-EDT4          PIC ZZZZZ9.
           02  WS-CPT-EDT5          PIC ZZZZZ9.
           02  WS-CPT-EDT6          PIC ZZZZZ9.
           02  WS-CPT-EDT7          PIC ZZZZZ9.
           02  WS-MONTANT-EDT       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-LIGNE-RAPPORT     PIC X(80).

      *    Parametres de la revue
       01  WS-MOIS-DEMANDE          PIC 9(06)  VALUE ZERO.
       01  WS-DELAI-JOURS           PIC 9(03)  VALUE 5.
       01  WS-HEURE-DEBUT           PIC 9(04)  VALUE 0700.
       01  WS-HEURE-FIN             PIC 9(04)  VALUE 2000.
       01  WS-MIN-APPROB            PIC 9(03)  VALUE 3.
       01  WS-TAUX-APPROB           PIC 9(03)  VALUE 100.

      *    Fenetre utile : les creations sont retenues depuis N
      *    jours avant le 1er du mois, les gestes comptes sur le
      *    seul mois
       01  WS-DATE-DEBUT-MOIS       PIC 9(08)  VALUE ZERO.
       01  WS-DATE-DEBUT-FENETRE    PIC 9(08)  VALUE ZERO.
       01  WS-JOUR-INT              PIC S9(9)  COMP VALUE ZERO.
       01  WS-JOUR-INT-2            PIC S9(9)  COMP VALUE ZERO.
       01  WS-ECART-JOURS           PIC S9(9)  COMP VALUE ZERO.

      *    Date et heure du geste courant
       01  WS-DATE-GESTE-X.
           02  WS-DGX-ANNEE         PIC X(04).
           02  WS-DGX-MOIS          PIC X(02).
           02  WS-DGX-JOUR          PIC X(02).
       01  WS-DATE-GESTE REDEFINES WS-DATE-GESTE-X PIC 9(08).
       01  WS-HHMM-GESTE-X          PIC X(04)  VALUE SPACE.
       01  WS-HHMM-GESTE REDEFINES WS-HHMM-GESTE-X PIC 9(04).
      *    Dernier jour soumis au calendrier et sa reponse
       01  WS-DERNIER-JOUR-CAL      PIC 9(08)  VALUE ZERO.
       01  WS-DERNIER-OUVRE         PIC X(01)  VALUE SPACE.

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

      *    Activite par operateur
       01  WS-NB-OPER               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-OPERATEURS.
           02  WS-OPR-ENTREE OCCURS 500.
               05 WS-OPR-ID         PIC X(08).
               05 WS-OPR-NB-AJOUTS  PIC S9(7) COMP-3.
               05 WS-OPR-NB-MODIFS  PIC S9(7) COMP-3.
               05 WS-OPR-NB-SUPPR   PIC S9(7) COMP-3.
               05 WS-OPR-NB-AUTRES  PIC S9(7) COMP-3.
               05 WS-OPR-NB-REFUS   PIC S9(7) COMP-3.
               05 WS-OPR-NB-HORS-H  PIC S9(7) COMP-3.
               05 WS-OPR-NB-APPROB  PIC S9(7) COMP-3.
       01  WS-IDX-OPER              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-OPER-CHERCHE          PIC X(08)  VALUE SPACE.

      *    Montants touches par operateur et devise
       01  WS-NB-MNT                PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-MONTANTS.
           02  WS-MNT-ENTREE OCCURS 2000.
               05 WS-MNT-OPER       PIC X(08).
               05 WS-MNT-DEVISE     PIC X(03).
               05 WS-MNT-TOTAL      PIC S9(13)V99 COMP-3.
       01  WS-IDX-MNT               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-DEVISE-GESTE          PIC X(03)  VALUE SPACE.

      *    Creations de la fenetre : cle, createur, date, dernier
      *    montant connu de l'article
       01  WS-NB-CRE                PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-TAB-CREATIONS.
           02  WS-CRE-ENTREE OCCURS 20000.
               05 WS-CRE-CLE        PIC X(10).
               05 WS-CRE-OPER       PIC X(08).
               05 WS-CRE-DATE       PIC 9(08).
               05 WS-CRE-MONTANT    PIC 9(09)V99.
       01  WS-IDX-CRE               PIC S9(9) COMP SYNC VALUE ZERO.

      *    Approbations FOREX046 du mois : couples approbateur /
      *    demandeur
       01  WS-NB-APP                PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-APPROBATIONS.
           02  WS-APP-ENTREE OCCURS 2000.
               05 WS-APP-APPROBATEUR PIC X(08).
               05 WS-APP-DEMANDEUR  PIC X(08).
               05 WS-APP-NB         PIC S9(7) COMP-3.
       01  WS-IDX-APP               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-APPROBATEUR           PIC X(08)  VALUE SPACE.
       01  WS-TAUX-CALCULE          PIC S9(5)V99 COMP-3 VALUE ZERO.

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
           PERFORM INIT           *> Init, parametres, en-tete
           PERFORM TRAITEMENT     *> Gestes de la piste EN BOUCLE
             UNTIL WS-FIN-AUDIT
           PERFORM EDITE-OPERATEURS
           PERFORM EDITE-EXCEPTIONS-APPROB
           PERFORM FIN            *> Verdict, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX079'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX079'  TO WS-ALRT-PROGRAMME

      *    Le mois a examiner est obligatoire, comme pour FOREX034
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

      *    Seuils facultatifs : une zone non numerique garde sa
      *    valeur par defaut
           OPEN INPUT FIC-PARAM-REVUE
           IF WS-STATUS-PREV = '00'
              READ FIC-PARAM-REVUE
               NOT AT END
                 IF PREV-DELAI-JOURS NUMERIC
                    MOVE PREV-DELAI-JOURS TO WS-DELAI-JOURS
                 END-IF
                 IF PREV-HEURE-DEBUT NUMERIC
                    MOVE PREV-HEURE-DEBUT TO WS-HEURE-DEBUT
                 END-IF
                 IF PREV-HEURE-FIN NUMERIC
                    MOVE PREV-HEURE-FIN   TO WS-HEURE-FIN
                 END-IF
                 IF PREV-MIN-APPROB NUMERIC
                    MOVE PREV-MIN-APPROB  TO WS-MIN-APPROB
                 END-IF
                 IF PREV-TAUX-APPROB NUMERIC
                    MOVE PREV-TAUX-APPROB TO WS-TAUX-APPROB
                 END-IF
              END-READ
              CLOSE FIC-PARAM-REVUE
           ELSE
              DISPLAY 'FIC-PARAM-REVUE absent, seuils par defaut'
           END-IF

           COMPUTE WS-DATE-DEBUT-MOIS = WS-MOIS-DEMANDE * 100 + 1
           COMPUTE WS-JOUR-INT
                 = FUNCTION INTEGER-OF-DATE (WS-DATE-DEBUT-MOIS)
                 - WS-DELAI-JOURS
           COMPUTE WS-DATE-DEBUT-FENETRE
                 = FUNCTION DATE-OF-INTEGER (WS-JOUR-INT)

           OPEN INPUT FIC1-AUDIT
           MOVE WS-STATUS-AUDIT     TO WS-FSTA-STATUT
           MOVE 'FIC1-AUDIT'        TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-OPER
           MOVE WS-STATUS-ROPR      TO WS-FSTA-STATUT
           MOVE 'FIC-ROPR'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'FOREX079  REVUE DES OPERATEURS - MOIS '
                  WS-MOIS-DEMANDE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE ROPR-REC FROM WS-LIGNE-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  HEURES OUVREES ' WS-HEURE-DEBUT '-'
                  WS-HEURE-FIN '  DELAI CREATION/MODIF '
                  WS-DELAI-JOURS ' J'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE ROPR-REC FROM WS-LIGNE-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           WRITE ROPR-REC FROM WS-LIGNE-RAPPORT
           MOVE 'EXCEPTIONS DE SEPARATION DES TACHES (CREATION/MODIF)'
                                    TO WS-LIGNE-RAPPORT
           WRITE ROPR-REC FROM WS-LIGNE-RAPPORT

           PERFORM LIT-AUDIT
           .

       LIT-AUDIT.
           READ FIC1-AUDIT
            AT END
              SET WS-FIN-AUDIT     TO TRUE
            NOT AT END
              MOVE WS-STATUS-AUDIT TO WS-FSTA-STATUT
              MOVE 'FIC1-AUDIT'    TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-LIGNES
           END-READ
           .

      *    Un geste de la piste : creations retenues sur la fenetre,
      *    activite et exceptions sur le seul mois
       TRAITEMENT.
           MOVE AUDIT-DH-ANNEE      TO WS-DGX-ANNEE
           MOVE AUDIT-DH-MOIS       TO WS-DGX-MOIS
           MOVE AUDIT-DH-JOUR       TO WS-DGX-JOUR
           IF WS-DATE-GESTE-X NOT NUMERIC
              OR WS-DATE-GESTE < WS-DATE-DEBUT-FENETRE
              OR WS-DATE-GESTE (1:6) > WS-MOIS-DEMANDE
              PERFORM LIT-AUDIT
              EXIT PARAGRAPH
           END-IF

           IF AUDIT-CODE-MVT = 'A'
              AND (AUDIT-RESULTAT = 'APPLIQUE'
                   OR AUDIT-RESULTAT = 'DIFFERE ')
              PERFORM RETIENT-CREATION
           END-IF

           IF WS-DATE-GESTE (1:6) = WS-MOIS-DEMANDE
              ADD 1                 TO WS-NB-LIGNES-MOIS
              PERFORM COMPTE-GESTE
              IF AUDIT-CODE-MVT = 'M'
                 AND AUDIT-RESULTAT = 'APPLIQUE'
                 PERFORM CONTROLE-CREATION-MODIF
              END-IF
              IF AUDIT-CODE-MVT = 'M'
                 AND AUDIT-MOTIF (1:6) = '4YEUX '
                 AND AUDIT-RESULTAT = 'APPLIQUE'
                 PERFORM COMPTE-APPROBATION
              END-IF
           ELSE
      *       Fenetre d'avant le mois : seul le dernier montant
      *       connu d'un article cree compte
              IF AUDIT-CODE-MVT = 'M'
                 AND AUDIT-RESULTAT = 'APPLIQUE'
                 PERFORM CHERCHE-CREATION
                 IF WS-IDX-CRE <= WS-NB-CRE
                    AND AUDIT-MONTANT NUMERIC
                    MOVE AUDIT-MONTANT TO WS-CRE-MONTANT (WS-IDX-CRE)
                 END-IF
              END-IF
           END-IF
           PERFORM LIT-AUDIT
           .

      *    Article cree (ou parque par FOREX015 pour une date
      *    d'effet future) : createur, date et montant d'origine
       RETIENT-CREATION.
           IF WS-NB-CRE >= 20000
              DISPLAY 'ABEND - TABLE DES CREATIONS PLEINE (20000)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-CRE
           MOVE AUDIT-CLE           TO WS-CRE-CLE (WS-NB-CRE)
           MOVE AUDIT-OPERATEUR     TO WS-CRE-OPER (WS-NB-CRE)
           MOVE WS-DATE-GESTE       TO WS-CRE-DATE (WS-NB-CRE)
           IF AUDIT-MONTANT NUMERIC
              MOVE AUDIT-MONTANT    TO WS-CRE-MONTANT (WS-NB-CRE)
           ELSE
              MOVE ZERO             TO WS-CRE-MONTANT (WS-NB-CRE)
           END-IF
           .

      *    Derniere creation de la cle (une cle supprimee puis
      *    recreee ne compte que pour sa creation la plus recente)
       CHERCHE-CREATION.
           PERFORM VARYING WS-IDX-CRE FROM WS-NB-CRE BY -1
                   UNTIL   WS-IDX-CRE < 1
                        OR WS-CRE-CLE (WS-IDX-CRE) = AUDIT-CLE
              CONTINUE
           END-PERFORM
           IF WS-IDX-CRE < 1
              COMPUTE WS-IDX-CRE = WS-NB-CRE + 1
           END-IF
           .

      *    Modification appliquee du mois : par son createur, avec
      *    un montant change, dans les N jours de la creation =
      *    exception. Le dernier montant connu avance dans tous
      *    les cas
       CONTROLE-CREATION-MODIF.
           PERFORM CHERCHE-CREATION
           IF WS-IDX-CRE > WS-NB-CRE
              OR AUDIT-MONTANT NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF AUDIT-MONTANT NOT = WS-CRE-MONTANT (WS-IDX-CRE)
              AND AUDIT-OPERATEUR = WS-CRE-OPER (WS-IDX-CRE)
              COMPUTE WS-JOUR-INT
                    = FUNCTION INTEGER-OF-DATE (WS-DATE-GESTE)
              COMPUTE WS-JOUR-INT-2 = FUNCTION INTEGER-OF-DATE
                                      (WS-CRE-DATE (WS-IDX-CRE))
              COMPUTE WS-ECART-JOURS = WS-JOUR-INT - WS-JOUR-INT-2
              IF WS-ECART-JOURS <= WS-DELAI-JOURS
                 ADD 1              TO WS-NB-EXCEPTIONS
                 MOVE WS-ECART-JOURS TO WS-CPT-EDT1
                 MOVE SPACES        TO WS-LIGNE-RAPPORT
                 STRING '  CLE ' AUDIT-CLE ' OPER ' AUDIT-OPERATEUR
                        ' CREE ' WS-CRE-DATE (WS-IDX-CRE)
                        ' MONTANT MODIFIE ' WS-DATE-GESTE
                        ' (J+' WS-CPT-EDT1 ')'
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                 WRITE ROPR-REC FROM WS-LIGNE-RAPPORT
              END-IF
           END-IF
           MOVE AUDIT-MONTANT       TO WS-CRE-MONTANT (WS-IDX-CRE)
           .

      *    Cumuls de l'operateur du geste
       COMPTE-GESTE.
           MOVE AUDIT-OPERATEUR     TO WS-OPER-CHERCHE
           PERFORM POSITIONNE-OPERATEUR

           EVALUATE TRUE
              WHEN AUDIT-RESULTAT = 'REFUSE  '
                 ADD 1 TO WS-OPR-NB-REFUS (WS-IDX-OPER)
              WHEN AUDIT-RESULTAT NOT = 'APPLIQUE'
                 CONTINUE
              WHEN AUDIT-CODE-MVT = 'A'
                 ADD 1 TO WS-OPR-NB-AJOUTS (WS-IDX-OPER)
              WHEN AUDIT-CODE-MVT = 'M'
                 ADD 1 TO WS-OPR-NB-MODIFS (WS-IDX-OPER)
              WHEN AUDIT-CODE-MVT = 'S'
                 ADD 1 TO WS-OPR-NB-SUPPR (WS-IDX-OPER)
              WHEN OTHER
                 ADD 1 TO WS-OPR-NB-AUTRES (WS-IDX-OPER)
           END-EVALUATE

           IF AUDIT-RESULTAT = 'APPLIQUE'
              AND AUDIT-MONTANT NUMERIC
              PERFORM CUMULE-MONTANT
           END-IF

           PERFORM TESTE-HORS-HEURES
           IF WS-HORS-HEURES
              ADD 1 TO WS-OPR-NB-HORS-H (WS-IDX-OPER)
           END-IF
           .

      *    Operateur dans la table (ajout a la premiere rencontre)
       POSITIONNE-OPERATEUR.
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL   WS-IDX-OPER > WS-NB-OPER
                        OR WS-OPR-ID (WS-IDX-OPER) = WS-OPER-CHERCHE
              CONTINUE
           END-PERFORM
           IF WS-IDX-OPER > WS-NB-OPER
              IF WS-NB-OPER >= 500
                 DISPLAY 'ABEND - TABLE DES OPERATEURS PLEINE (500)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-OPER
              MOVE WS-NB-OPER       TO WS-IDX-OPER
              INITIALIZE WS-OPR-ENTREE (WS-IDX-OPER)
              MOVE WS-OPER-CHERCHE  TO WS-OPR-ID (WS-IDX-OPER)
           END-IF
           .

      *    Montant touche, par operateur et devise (blanc = EUR,
      *    comme FIC1-DEVISE)
       CUMULE-MONTANT.
           MOVE AUDIT-DEVISE        TO WS-DEVISE-GESTE
           IF WS-DEVISE-GESTE = SPACE
              MOVE 'EUR'            TO WS-DEVISE-GESTE
           END-IF
           PERFORM VARYING WS-IDX-MNT FROM 1 BY 1
                   UNTIL   WS-IDX-MNT > WS-NB-MNT
                        OR (WS-MNT-OPER (WS-IDX-MNT) = AUDIT-OPERATEUR
                        AND WS-MNT-DEVISE (WS-IDX-MNT)
                            = WS-DEVISE-GESTE)
              CONTINUE
           END-PERFORM
           IF WS-IDX-MNT > WS-NB-MNT
              IF WS-NB-MNT >= 2000
                 DISPLAY 'ABEND - TABLE DES MONTANTS PLEINE (2000)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-MNT
              MOVE WS-NB-MNT        TO WS-IDX-MNT
              MOVE AUDIT-OPERATEUR  TO WS-MNT-OPER (WS-IDX-MNT)
              MOVE WS-DEVISE-GESTE  TO WS-MNT-DEVISE (WS-IDX-MNT)
              MOVE ZERO             TO WS-MNT-TOTAL (WS-IDX-MNT)
           END-IF
           ADD AUDIT-MONTANT        TO WS-MNT-TOTAL (WS-IDX-MNT)
           .

      *    Hors heures : jour non ouvre au calendrier FOREX043 (une
      *    seule question par jour), ou heure hors de la plage
       TESTE-HORS-HEURES.
           MOVE ZERO                TO WS-INDIC-HORS-HEURES
           IF WS-DATE-GESTE NOT = WS-DERNIER-JOUR-CAL
              MOVE 'O'              TO WS-CAL-FONCTION
              MOVE WS-DATE-GESTE    TO WS-CAL-DATE-1
              CALL WS-CALL-FOREX043 USING WS-CAL-FONCTION
                                          WS-CAL-JURIDICTION
                                          WS-CAL-DATE-1
                                          WS-CAL-DATE-2
                                          WS-CAL-DATE-RES
                                          WS-CAL-NB-JOURS
                                          WS-CAL-OUVRE
                                          WS-CAL-STATUT
              MOVE WS-DATE-GESTE    TO WS-DERNIER-JOUR-CAL
              MOVE 'O'              TO WS-DERNIER-OUVRE
              IF WS-CAL-OK
                 MOVE WS-CAL-OUVRE  TO WS-DERNIER-OUVRE
              END-IF
           END-IF
           IF WS-DERNIER-OUVRE = 'N'
              SET WS-HORS-HEURES    TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-DH-HHMM       TO WS-HHMM-GESTE-X
           IF WS-HHMM-GESTE-X NUMERIC
              IF WS-HHMM-GESTE < WS-HEURE-DEBUT
                 OR WS-HHMM-GESTE >= WS-HEURE-FIN
                 SET WS-HORS-HEURES TO TRUE
              END-IF
           END-IF
           .

      *    Decision FOREX046 appliquee : le demandeur est
      *    l'operateur de la ligne, l'approbateur est nomme dans le
      *    motif ('4YEUX ' + identifiant)
       COMPTE-APPROBATION.
           MOVE AUDIT-MOTIF (7:8)   TO WS-APPROBATEUR
           MOVE WS-APPROBATEUR      TO WS-OPER-CHERCHE
           PERFORM POSITIONNE-OPERATEUR
           ADD 1 TO WS-OPR-NB-APPROB (WS-IDX-OPER)

           PERFORM VARYING WS-IDX-APP FROM 1 BY 1
                   UNTIL   WS-IDX-APP > WS-NB-APP
                        OR (WS-APP-APPROBATEUR (WS-IDX-APP)
                            = WS-APPROBATEUR
                        AND WS-APP-DEMANDEUR (WS-IDX-APP)
                            = AUDIT-OPERATEUR)
              CONTINUE
           END-PERFORM
           IF WS-IDX-APP > WS-NB-APP
              IF WS-NB-APP >= 2000
                 DISPLAY 'ABEND - TABLE DES APPROBATIONS PLEINE '
                         '(2000)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-APP
              MOVE WS-NB-APP        TO WS-IDX-APP
              MOVE WS-APPROBATEUR   TO WS-APP-APPROBATEUR (WS-IDX-APP)
              MOVE AUDIT-OPERATEUR  TO WS-APP-DEMANDEUR (WS-IDX-APP)
              MOVE ZERO             TO WS-APP-NB (WS-IDX-APP)
           END-IF
           ADD 1                    TO WS-APP-NB (WS-IDX-APP)
           .

      *    Tableau par operateur, montants touches par devise
       EDITE-OPERATEURS.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           WRITE ROPR-REC FROM WS-LIGNE-RAPPORT
           MOVE 'ACTIVITE PAR OPERATEUR' TO WS-LIGNE-RAPPORT
           WRITE ROPR-REC FROM WS-LIGNE-RAPPORT
           MOVE 'OPERATEUR  AJOUTS MODIFS  SUPPR AUTRES  REFUS HORS-H'
             & ' APPROB'            TO WS-LIGNE-RAPPORT
           WRITE ROPR-REC FROM WS-LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL   WS-IDX-OPER > WS-NB-OPER
              MOVE WS-OPR-NB-AJOUTS (WS-IDX-OPER) TO WS-CPT-EDT1
              MOVE WS-OPR-NB-MODIFS (WS-IDX-OPER) TO WS-CPT-EDT2
              MOVE WS-OPR-NB-SUPPR (WS-IDX-OPER)  TO WS-CPT-EDT3
              MOVE WS-OPR-NB-AUTRES (WS-IDX-OPER) TO WS-CPT-EDT4
              MOVE WS-OPR-NB-REFUS (WS-IDX-OPER)  TO WS-CPT-EDT5
              MOVE WS-OPR-NB-HORS-H (WS-IDX-OPER) TO WS-CPT-EDT6
              MOVE WS-OPR-NB-APPROB (WS-IDX-OPER) TO WS-CPT-EDT7
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING WS-OPR-ID (WS-IDX-OPER) ' ' WS-CPT-EDT1 ' '
                     WS-CPT-EDT2 ' ' WS-CPT-EDT3 ' ' WS-CPT-EDT4 ' '
                     WS-CPT-EDT5 ' ' WS-CPT-EDT6 ' ' WS-CPT-EDT7
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE ROPR-REC FROM WS-LIGNE-RAPPORT
              PERFORM VARYING WS-IDX-MNT FROM 1 BY 1
                      UNTIL   WS-IDX-MNT > WS-NB-MNT
                 IF WS-MNT-OPER (WS-IDX-MNT) = WS-OPR-ID (WS-IDX-OPER)
                    MOVE WS-MNT-TOTAL (WS-IDX-MNT) TO WS-MONTANT-EDT
                    MOVE SPACES     TO WS-LIGNE-RAPPORT
                    STRING '           MONTANTS TOUCHES '
                           WS-MNT-DEVISE (WS-IDX-MNT) ' '
                           WS-MONTANT-EDT
                           DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                    WRITE ROPR-REC FROM WS-LIGNE-RAPPORT
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      *    Approbateur dont les approbations vont, au-dela du taux,
      *    a un meme demandeur - a partir du nombre minimal
       EDITE-EXCEPTIONS-APPROB.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           WRITE ROPR-REC FROM WS-LIGNE-RAPPORT
           MOVE 'EXCEPTIONS DE SEPARATION DES TACHES (APPROBATIONS)'
                                    TO WS-LIGNE-RAPPORT
           WRITE ROPR-REC FROM WS-LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-APP FROM 1 BY 1
                   UNTIL   WS-IDX-APP > WS-NB-APP
              MOVE WS-APP-APPROBATEUR (WS-IDX-APP) TO WS-OPER-CHERCHE
              PERFORM POSITIONNE-OPERATEUR
              IF WS-OPR-NB-APPROB (WS-IDX-OPER) >= WS-MIN-APPROB
                 COMPUTE WS-TAUX-CALCULE ROUNDED
                       = WS-APP-NB (WS-IDX-APP) * 100
                       / WS-OPR-NB-APPROB (WS-IDX-OPER)
                 IF WS-TAUX-CALCULE >= WS-TAUX-APPROB
                    ADD 1           TO WS-NB-EXCEPTIONS
                    MOVE WS-APP-NB (WS-IDX-APP)          TO WS-CPT-EDT1
                    MOVE WS-OPR-NB-APPROB (WS-IDX-OPER)  TO WS-CPT-EDT2
                    MOVE SPACES     TO WS-LIGNE-RAPPORT
                    STRING '  APPROBATEUR ' WS-OPER-CHERCHE
                           ' DEMANDEUR ' WS-APP-DEMANDEUR (WS-IDX-APP)
                           ' ' WS-CPT-EDT1 ' SUR ' WS-CPT-EDT2
                           DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                    WRITE ROPR-REC FROM WS-LIGNE-RAPPORT
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
           WRITE ROPR-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-NB-EXCEPTIONS    TO WS-NB-EDT
           STRING 'EXCEPTIONS DE SEPARATION DES TACHES = ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE ROPR-REC FROM WS-LIGNE-RAPPORT
           IF WS-NB-EXCEPTIONS > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'SODEXCEP'       TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'REVUE ' WS-MOIS-DEMANDE ' EXCEPTIONS '
                     WS-NB-EDT
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           CLOSE FIC1-AUDIT
                 FIC-RAPPORT-OPER

           DISPLAY 'Revue des operateurs du mois ' WS-MOIS-DEMANDE
                   ' terminee'
           MOVE WS-NB-LIGNES        TO WS-NB-EDT
           DISPLAY 'LIGNES DE PISTE  = ' WS-NB-EDT
           MOVE WS-NB-LIGNES-MOIS   TO WS-NB-EDT
           DISPLAY 'GESTES DU MOIS   = ' WS-NB-EDT
           MOVE WS-NB-OPER          TO WS-NB-EDT
           DISPLAY 'OPERATEURS       = ' WS-NB-EDT
           MOVE WS-NB-EXCEPTIONS    TO WS-NB-EDT
           DISPLAY 'EXCEPTIONS       = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC1-AUDIT'        TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-AUDIT     TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES        TO WS-JSUM-FIC-LUS
           MOVE ZERO                TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
