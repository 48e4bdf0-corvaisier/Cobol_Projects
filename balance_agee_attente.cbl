      *     depuis FIC1-DATE-EFFET (0-30 / 31-60 / 61-90 / 90+       *
      *     jours) et par pays FIC1-CODE-PAYS                        *
      *   - Calcule une penalite de retard sur FIC1-MONTANT au taux  *
      *     parametre par FIC-PARAM-PENAL (pourcentage entier) :     *
      *     montant x taux / 100, arrondi par le service FOREX089    *
      *     aux decimales de FIC1-DEVISE selon la regle de l'usage   *
      *     penalite (troncature par defaut) ; residus d'arrondi au  *
      *     rapport FIC-RESIDUS                                      *
      *   - Produit le rapport FIC-RAPPORT-AGE, une section par      *
      *     pays, pour le recouvrement                               *
      *   - Le montant conteste des articles sous litige ouvert      *
      *     (registre FIC-LITIGES de FOREX100) sort dans une colonne *
      *     LITIGE a part, par tranche : il reste compris dans le    *
      *     montant de la tranche mais n'est plus a recouvrer tel    *
      *     quel. Sans FIC-LITIGES, colonne a zero                   *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PPEN.
      *    FIC-LITIGES : registre des litiges (facultatif)
           COPY LITGS.
      * Rapport de balance agee par pays, pour le recouvrement
           SELECT FIC-RAPPORT-AGE
                     ASSIGN to FICRAGE
         10 PPEN-TAUX-PCT     PIC 9(03).
         10 FILLER            PIC X(77).

           COPY LITG.

       FD  FIC-RAPPORT-AGE.
       01  RAGE-REC             PIC X(80).

               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-STATUS-PPEN       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RAPPORT    PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-LITG-OUVERT PIC 9      VALUE ZERO.
               88 WS-LITG-OUVERT               VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-EN-ATTENTE     PIC S9(9)  VALUE ZERO.
           02  WS-NB-DATES-INVALIDES PIC S9(9) VALUE ZERO.
           02  WS-NB-ERREURS-CALC   PIC S9(9)  VALUE ZERO.
           02  WS-NB-EN-LITIGE      PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-LIGNE-RAPPORT     PIC X(80).
           02  WS-PENAL-EDT         PIC Z.ZZZ.ZZZ.ZZ9,99.

      *    Taux de penalite applique (pourcentage entier)
       01  WS-TAUX-PENALITE         PIC 9(03)  VALUE 5.
           02  WS-CDE-MOIS          PIC 9(02)  VALUE ZERO.
           02  WS-CDE-JOUR          PIC 9(02)  VALUE ZERO.

      *    Penalite de l'article, arrondie par FOREX089
       01  WS-PENALITE-ARTICLE      PIC S9(09)V99 VALUE ZERO.
      *    Montant conteste de l'article (zero hors litige ouvert)
       01  WS-MONTANT-LITIGE        PIC S9(09)V99 VALUE ZERO.
      *    Zones d'appel du service d'arrondi par devise
           COPY ARRW.

      *    Ventilation par pays : 4 tranches d'anciennete (nombre et
      *    montant) et penalite cumulee - meme mecanique de table
               10 WS-AGE-TRANCHE OCCURS 4.
                  15 WS-AGE-NB      PIC 9(07).
                  15 WS-AGE-MONTANT PIC S9(11)V99.
                  15 WS-AGE-LITIGE  PIC S9(11)V99.
               10 WS-AGE-PENALITE   PIC S9(11)V99.
       01  WS-IDX-AGE               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-TR                PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-AGE-TROUVE      PIC 9      VALUE ZERO.
           88 WS-AGE-TROUVE                    VALUE 1.
       01  WS-MONTANT-TR-EDT        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LITIGE-TR-EDT         PIC Z.ZZZ.ZZZ.ZZ9,99.

      *    Libelles des tranches d'anciennete
       01  WS-LIBELLES-TRANCHES.
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Statut du registre des litiges
           COPY LITGW.

      *    Date systeme, pour le quantieme du jour
       01  WS-DATE-HEURE-SYS.
      *    Resume de fin de job standardise
           MOVE 'FOREX040'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX040'  TO WS-ARR-PROGRAMME

           PERFORM LIT-TAUX-PENALITE

           MOVE 'FIC-RAGE'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Registre des litiges facultatif : absent, colonne LITIGE
      *    a zero
           OPEN INPUT FIC-LITIGES
           IF WS-STATUS-LITG = '00'
              SET WS-LITG-OUVERT    TO TRUE
           ELSE
              DISPLAY 'FIC-LITIGES absent, colonne LITIGE a zero'
           END-IF

           PERFORM LIT-ARTICLE
           .

           .

      *    Anciennete de l'article et ventilation dans sa tranche,
      *    avec la penalite de retard arrondie par FOREX089
       VENTILE-ARTICLE.
           IF FIC1-DATE-EFFET NOT NUMERIC
              ADD 1                 TO WS-NB-DATES-INVALIDES
           END-EVALUATE

           PERFORM CALCULE-PENALITE
           PERFORM CHERCHE-LITIGE
           PERFORM CUMULE-AGE-PAYS
           .

      *    Montant conteste si l'article est sous litige ouvert
       CHERCHE-LITIGE.
           MOVE ZERO                TO WS-MONTANT-LITIGE
           IF NOT WS-LITG-OUVERT
              EXIT PARAGRAPH
           END-IF
           MOVE FIC1-CH1            TO LITG-CLE
           READ FIC-LITIGES
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           IF LITG-OUVERT
              ADD 1                 TO WS-NB-EN-LITIGE
              MOVE LITG-MONTANT     TO WS-MONTANT-LITIGE
           END-IF
           .

      *    Penalite de retard : montant x taux / 100, arrondie
      *    par le service FOREX089 dans la devise de l'article
      *    (usage penalite) - un depassement laisse la penalite a
      *    zero et se compte
       CALCULE-PENALITE.
           MOVE ZERO                TO WS-PENALITE-ARTICLE
           COMPUTE WS-ARR-BRUT
                 = FIC1-MONTANT * WS-TAUX-PENALITE / 100
              ON SIZE ERROR
                 ADD 1              TO WS-NB-ERREURS-CALC
                 EXIT PARAGRAPH
           END-COMPUTE
           MOVE FIC1-DEVISE         TO WS-ARR-DEVISE
           SET WS-ARR-PENALITE      TO TRUE
           MOVE 2                   TO WS-ARR-PRECISION
           PERFORM ARRONDIT-MONTANT
           MOVE WS-ARR-ARRONDI      TO WS-PENALITE-ARTICLE
           .

      *    Cumul de l'article dans la ventilation par pays, meme
      *    mecanique que CUMULE-TVA-PAYS de FOREX00B
       CUMULE-AGE-PAYS.
           ADD 1  TO WS-AGE-NB (WS-IDX-AGE WS-IDX-TRANCHE)
           ADD FIC1-MONTANT
                  TO WS-AGE-MONTANT (WS-IDX-AGE WS-IDX-TRANCHE)
           ADD WS-MONTANT-LITIGE
                  TO WS-AGE-LITIGE (WS-IDX-AGE WS-IDX-TRANCHE)
           ADD WS-PENALITE-ARTICLE
                  TO WS-AGE-PENALITE (WS-IDX-AGE)
           .
           MOVE WS-AGE-NB (WS-IDX-AGE WS-IDX-TR)      TO WS-NB-EDT
           MOVE WS-AGE-MONTANT (WS-IDX-AGE WS-IDX-TR)
                                    TO WS-MONTANT-TR-EDT
           MOVE WS-AGE-LITIGE (WS-IDX-AGE WS-IDX-TR)
                                    TO WS-LITIGE-TR-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  ' WS-LIB-TRANCHE (WS-IDX-TR)
                  ' NB ' WS-NB-EDT
                  '  MONTANT ' WS-MONTANT-TR-EDT
                  ' LITIGE ' WS-LITIGE-TR-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RAGE-REC FROM WS-LIGNE-RAPPORT
           .
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Appels du service d'arrondi par devise FOREX089
           COPY ARRP.

      * Fin du pgm
       FIN.
           DISPLAY 'EN ATTENTE      = ' WS-NB-EDT
           MOVE WS-NB-DATES-INVALIDES TO WS-NB-EDT
           DISPLAY 'DATES INVALIDES = ' WS-NB-EDT
           MOVE WS-NB-EN-LITIGE     TO WS-NB-EDT
           DISPLAY 'EN LITIGE       = ' WS-NB-EDT
           MOVE WS-NB-ERREURS-CALC  TO WS-NB-EDT
           DISPLAY 'ERREURS CALCUL  = ' WS-NB-EDT
           MOVE WS-ARR-NB-ANOMALIES TO WS-NB-EDT
           DISPLAY 'ANOMALIES ARRONDI = ' WS-NB-EDT

      *    Residus d'arrondi des penalites du run
           PERFORM EMET-RESIDUS-ARRONDI

           CLOSE FICHIER1
                 FIC-RAPPORT-AGE
           IF WS-LITG-OUVERT
              CLOSE FIC-LITIGES
           END-IF

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
