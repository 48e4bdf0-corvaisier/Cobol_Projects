       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX103.
      *==============================================================*
      * PROGRAMME de cloture annuelle de l'exercice                  *
      *   - Exercice AAAA a clore lu dans FIC-PARAM-EXERCICE (carte  *
      *     obligatoire)                                             *
      *   - Controle bloquant : les douze periodes AAAA01 a AAAA12   *
      *     doivent etre fermees dans FIC-PERIODES (FOREX051) - un   *
      *     mois absent ou ouvert arrete la cloture (RC 16, alerte   *
      *     E CLOTEXER), rien n'est ecrit                            *
      *   - Solde de cloture par entite, pays et devise des articles *
      *     de FICHIER1 presents au 31/12 (effet anterieur ou egal,  *
      *     non expires, non clos), ecrit comme solde d'ouverture    *
      *     de l'exercice suivant dans FIC-SOLDES-OUVERTURE, cumuls  *
      *     de l'exercice a zero (copybooks SOUVS/SOUV)              *
      *   - Cumuls repartis a neuf : les totaux de run de            *
      *     FIC-HISTO-TOTAUX et les budgets de FIC-BUDGET de         *
      *     l'exercice clos (et des precedents) partent en archive,  *
      *     seuls ceux de l'exercice suivant restent dans les copies *
      *     vives (remises en place par le JCL) - le premier run de  *
      *     janvier ne se compare plus a decembre                    *
      *   - Verrouillage de l'exercice : ses douze mois passent au   *
      *     statut V dans le nouvel etat FIC-PERIODES-NOUV ; un mois *
      *     verrouille ne peut plus etre rouvert par FOREX051 sans   *
      *     reouverture d'exercice (commande E)                      *
      *   - Rapport de cloture FIC-RAPPORT-CLOTURE (80 colonnes)     *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Exercice a clore (AAAA) - obligatoire
           SELECT FIC-PARAM-EXERCICE
                     ASSIGN to FICPEXE
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PEXE.
      * Etat courant des periodes (FOREX051)
           SELECT FIC-PERIODES
                     ASSIGN to FICPER
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PER.
      * Nouvel etat des periodes, exercice verrouille
           SELECT FIC-PERIODES-NOUV
                     ASSIGN to FICPERN
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PERN.
      * FICHIER1 en lecture seule : soldes de cloture
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * Tri des articles par entite, pays et devise
           SELECT SORT-SOLDES ASSIGN to SORTWK1.
      *    FIC-SOLDES-OUVERTURE : soldes d'ouverture de l'exercice
      *    suivant
           COPY SOUVS.
      * Totaux de run accumules (FOREX00B) - facultatif
           SELECT FIC-HISTO-TOTAUX
                     ASSIGN to FICHISTO
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-HISTO.
      * Copie vive : totaux de l'exercice suivant
           SELECT FIC-HISTO-NOUV
                     ASSIGN to FICHISTN
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-HISTN.
      * Archive des totaux de l'exercice clos (DISP=MOD)
           SELECT FIC-HISTO-ARCHIVE
                     ASSIGN to FICHISTA
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-HISTA.
      * Budgets par pays et periode (FOREX00B) - facultatif
           SELECT FIC-BUDGET
                     ASSIGN to FICBUDG
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-BUDG.
      * Copie vive : budgets de l'exercice suivant
           SELECT FIC-BUDGET-NOUV
                     ASSIGN to FICBUDN
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-BUDN.
      * Archive des budgets de l'exercice clos (DISP=MOD)
           SELECT FIC-BUDGET-ARCHIVE
                     ASSIGN to FICBUDA
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-BUDA.
      * Rapport de cloture annuelle
           SELECT FIC-RAPPORT-CLOTURE
                     ASSIGN to FICRCLO
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RCLO.
      *    Fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM-EXERCICE.
       01  PEXE-REC.
         10 PEXE-EXERCICE      PIC 9(04).
         10 FILLER             PIC X(76).

      * Periode comptable : meme dessin que FOREX051
       FD  FIC-PERIODES.
       01  PER-REC.
         10 PER-PERIODE        PIC 9(06).
         10 FILLER             PIC X(01).
         10 PER-STATUT         PIC X(01).
         10 FILLER             PIC X(72).

       FD  FIC-PERIODES-NOUV.
       01  PERN-REC.
         10 PERN-PERIODE       PIC 9(06).
         10 FILLER             PIC X(01).
         10 PERN-STATUT        PIC X(01).
         10 FILLER             PIC X(72).

       FD  FICHIER1.
           COPY FIC1REC.

      * Article present au 31/12 : entite, pays, devise, montant
       SD  SORT-SOLDES.
       01  SS-REC.
         10 SS-ENTITE          PIC X(02).
         10 SS-CODE-PAYS       PIC X(03).
         10 SS-DEVISE          PIC X(03).
         10 SS-MONTANT         PIC 9(09)V99.
         10 FILLER             PIC X(61).

           COPY SOUV.

      * Meme dessin que FOREX00B / FOREX033
       FD  FIC-HISTO-TOTAUX.
       01  HISTO-REC.
         10 HISTO-DATE               PIC 9(08).
         10 HISTO-TOTAL-ARRONDI      PIC S9(10)V99.
         10 HISTO-MOYENNE-ARRONDIE   PIC S9(09)V99.
         10 FILLER                   PIC X(49).

       FD  FIC-HISTO-NOUV.
       01  HISTN-REC           PIC X(80).

       FD  FIC-HISTO-ARCHIVE.
       01  HISTA-REC           PIC X(80).

      * Budget d'un pays pour une periode AAAAMM (FOREX00B)
       FD  FIC-BUDGET.
       01  BUDG-REC.
         10 BUDG-CODE-PAYS     PIC X(03).
         10 FILLER             PIC X(01).
         10 BUDG-PERIODE       PIC 9(06).
         10 FILLER             PIC X(01).
         10 BUDG-MONTANT       PIC S9(11)V99.
         10 FILLER             PIC X(56).

       FD  FIC-BUDGET-NOUV.
       01  BUDN-REC            PIC X(80).

       FD  FIC-BUDGET-ARCHIVE.
       01  BUDA-REC            PIC X(80).

       FD  FIC-RAPPORT-CLOTURE.
       01  RCLO-REC            PIC X(80).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PEXE       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PER        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PER     PIC 9      VALUE ZERO.
               88 WS-FIN-PER                   VALUE 1.
           02  WS-STATUS-PERN       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-INDIC-FIN-SORT    PIC 9      VALUE ZERO.
               88 WS-FIN-SORT                  VALUE 1.
           02  WS-STATUS-SOUV       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-HISTO      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-HISTO   PIC 9      VALUE ZERO.
               88 WS-FIN-HISTO                 VALUE 1.
           02  WS-STATUS-HISTN      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-HISTA      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-BUDG       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-BUDG    PIC 9      VALUE ZERO.
               88 WS-FIN-BUDG                  VALUE 1.
           02  WS-STATUS-BUDN       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-BUDA       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RCLO       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARTICLES-SOLDE PIC S9(9)  VALUE ZERO.
           02  WS-NB-HORS-SOLDE     PIC S9(9)  VALUE ZERO.
           02  WS-NB-SOLDES         PIC S9(9)  VALUE ZERO.
           02  WS-NB-HISTO-LUS      PIC S9(9)  VALUE ZERO.
           02  WS-NB-HISTO-ARCHIVES PIC S9(9)  VALUE ZERO.
           02  WS-NB-HISTO-GARDES   PIC S9(9)  VALUE ZERO.
           02  WS-NB-BUDG-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-BUDG-ARCHIVES  PIC S9(9)  VALUE ZERO.
           02  WS-NB-BUDG-GARDES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-MOIS-VERROUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-RAPPORT PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *    Exercice clos, exercice ouvert et borne du 31/12
       01  WS-EXERCICE              PIC 9(04)  VALUE ZERO.
       01  WS-EXERCICE-SUIVANT      PIC 9(04)  VALUE ZERO.
       01  WS-FIN-EXERCICE          PIC 9(08)  VALUE ZERO.
       01  WS-PERIODE-FIN           PIC 9(06)  VALUE ZERO.

      *    Etat des periodes en table, comme FOREX051 : le nouvel
      *    etat est reecrit a l'identique, mois de l'exercice en V
       01  WS-NB-PERIODES           PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-PERIODES.
           02  WS-PER-ENTREE OCCURS 120.
               05 WS-PER-PERIODE    PIC 9(06).
               05 WS-PER-STATUT     PIC X(01).
       01  WS-IDX-PER               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Statut de chacun des douze mois de l'exercice (blanc =
      *    absent de FIC-PERIODES)
       01  WS-TAB-MOIS.
           02  WS-MOIS-STATUT       PIC X(01) OCCURS 12.
       01  WS-IDX-MOIS              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-MOIS-EDT              PIC 9(02)  VALUE ZERO.
       01  WS-NB-MOIS-OUVERTS       PIC S9(4) COMP SYNC VALUE ZERO.

      *    Rupture entite x pays x devise
       01  WS-CLE-COURANTE.
           02  WS-CC-ENTITE         PIC X(02).
           02  WS-CC-CODE-PAYS      PIC X(03).
           02  WS-CC-DEVISE         PIC X(03).
       01  WS-CLE-ARTICLE.
           02  WS-CA-ENTITE         PIC X(02).
           02  WS-CA-CODE-PAYS      PIC X(03).
           02  WS-CA-DEVISE         PIC X(03).
       01  WS-NB-ARTICLES-CLE       PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-SOLDE-CLE             PIC S9(13)V99 VALUE ZERO.

       01  WS-LIGNE-RAPPORT         PIC X(80)  VALUE SPACE.

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
           PERFORM INIT             *> Carte, controle des 12 mois
           SORT SORT-SOLDES
               ON ASCENDING KEY SS-ENTITE SS-CODE-PAYS SS-DEVISE
               INPUT PROCEDURE  SELECTIONNE-ARTICLES
               OUTPUT PROCEDURE ECRIT-SOLDES
           PERFORM REPARTIT-HISTO   *> Totaux de run a neuf
           PERFORM REPARTIT-BUDGETS *> Budgets a neuf
           PERFORM VERROUILLE-EXERCICE
           PERFORM FIN              *> Fermetures, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX103'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX103'  TO WS-ALRT-PROGRAMME
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

      *    L'exercice a clore est obligatoire
           OPEN INPUT FIC-PARAM-EXERCICE
           MOVE WS-STATUS-PEXE      TO WS-FSTA-STATUT
           MOVE 'FIC-PEXE'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           READ FIC-PARAM-EXERCICE
            AT END
              DISPLAY 'ABEND - FIC-PARAM-EXERCICE VIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-READ
           IF PEXE-EXERCICE NOT NUMERIC
              OR PEXE-EXERCICE < 1900
              DISPLAY 'ABEND - EXERCICE DEMANDE INVALIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PEXE-EXERCICE       TO WS-EXERCICE
           CLOSE FIC-PARAM-EXERCICE
           COMPUTE WS-EXERCICE-SUIVANT = WS-EXERCICE + 1
           COMPUTE WS-FIN-EXERCICE = WS-EXERCICE * 10000 + 1231
           COMPUTE WS-PERIODE-FIN  = WS-EXERCICE * 100 + 12

           PERFORM CHARGE-PERIODES
           PERFORM CONTROLE-MOIS-FERMES

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-SOLDES-OUVERTURE
           MOVE WS-STATUS-SOUV      TO WS-FSTA-STATUT
           MOVE 'FIC-SOUV'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-CLOTURE
           MOVE WS-STATUS-RCLO      TO WS-FSTA-STATUT
           MOVE 'FIC-RCLO'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           STRING 'FOREX103 - CLOTURE DE L''EXERCICE ' WS-EXERCICE
                  '   EDITE LE ' WS-DHS-DATE ' A ' WS-DHS-HEURE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE ALL '='             TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           STRING 'PERIODES ' WS-EXERCICE '01 A ' WS-PERIODE-FIN
                  ' : TOUTES FERMEES'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           PERFORM ECRIT-LIGNE
           STRING 'SOLDES AU ' WS-FIN-EXERCICE
                  ' = SOLDES D''OUVERTURE ' WS-EXERCICE-SUIVANT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE 'ENTITE PAYS DEVISE     ARTICLES           SOLDE'
                                    TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

      *    Etat des periodes en table (meme plafond que FOREX051)
       CHARGE-PERIODES.
           OPEN INPUT FIC-PERIODES
           MOVE WS-STATUS-PER       TO WS-FSTA-STATUT
           MOVE 'FIC-PER'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE SPACES              TO WS-TAB-MOIS
           PERFORM UNTIL WS-FIN-PER
              READ FIC-PERIODES
               AT END
                 SET WS-FIN-PER     TO TRUE
               NOT AT END
                 IF PER-PERIODE NUMERIC
                    AND WS-NB-PERIODES < 120
                    ADD 1           TO WS-NB-PERIODES
                    MOVE PER-PERIODE
                      TO WS-PER-PERIODE (WS-NB-PERIODES)
                    MOVE PER-STATUT
                      TO WS-PER-STATUT (WS-NB-PERIODES)
                    IF PER-PERIODE (1:4) = WS-EXERCICE
                       AND PER-PERIODE (5:2) >= '01'
                       AND PER-PERIODE (5:2) <= '12'
                       MOVE PER-PERIODE (5:2) TO WS-IDX-MOIS
                       MOVE PER-STATUT
                         TO WS-MOIS-STATUT (WS-IDX-MOIS)
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PERIODES
           .

      *    Controle bloquant : un mois absent ou ouvert arrete la
      *    cloture avant toute ecriture (V = deja verrouille par une
      *    cloture precedente, admis pour une relance)
       CONTROLE-MOIS-FERMES.
           MOVE ZERO                TO WS-NB-MOIS-OUVERTS
           PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
                   UNTIL   WS-IDX-MOIS > 12
              IF WS-MOIS-STATUT (WS-IDX-MOIS) NOT = 'F'
                 AND WS-MOIS-STATUT (WS-IDX-MOIS) NOT = 'V'
                 ADD 1              TO WS-NB-MOIS-OUVERTS
                 MOVE WS-IDX-MOIS   TO WS-MOIS-EDT
                 DISPLAY 'PERIODE ' WS-EXERCICE WS-MOIS-EDT
                         ' NON FERMEE (statut '''
                         WS-MOIS-STATUT (WS-IDX-MOIS) ''')'
              END-IF
           END-PERFORM
           IF WS-NB-MOIS-OUVERTS > ZERO
              DISPLAY 'ABEND - CLOTURE DE L''EXERCICE ' WS-EXERCICE
                      ' REFUSEE, periodes non fermees'
              MOVE 'E'              TO WS-ALRT-SEVERITE
              MOVE 'CLOTEXER'       TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Cloture ' WS-EXERCICE ' refusee : mois '
                     'non fermes dans FIC-PERIODES'
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           .

      *    Articles presents au 31/12 de l'exercice : en vigueur a
      *    cette date, non expires, non clos
       SELECTIONNE-ARTICLES.
           PERFORM UNTIL WS-FIN-FIC1
              READ FICHIER1 NEXT RECORD
               AT END
                 SET WS-FIN-FIC1    TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-ARTICLES-LUS
                 IF FIC1-DATE-EFFET > WS-FIN-EXERCICE
                    OR FIC1-STATUT-CLOS
                    OR (FIC1-DATE-EXPIR NOT = ZERO
                        AND FIC1-DATE-EXPIR <= WS-FIN-EXERCICE)
                    ADD 1           TO WS-NB-HORS-SOLDE
                 ELSE
                    PERFORM RETIENT-ARTICLE
                 END-IF
              END-READ
           END-PERFORM
           .

       RETIENT-ARTICLE.
           ADD 1                    TO WS-NB-ARTICLES-SOLDE
           MOVE SPACES              TO SS-REC
           MOVE FIC1-CODE-ENTITE    TO SS-ENTITE
           MOVE FIC1-CODE-PAYS      TO SS-CODE-PAYS
           MOVE FIC1-DEVISE         TO SS-DEVISE
           IF SS-DEVISE = SPACE
              MOVE 'EUR'            TO SS-DEVISE
           END-IF
           MOVE FIC1-MONTANT        TO SS-MONTANT
           RELEASE SS-REC
           .

      *    Un solde d'ouverture par rupture entite x pays x devise
       ECRIT-SOLDES.
           MOVE HIGH-VALUE          TO WS-CLE-COURANTE
           PERFORM UNTIL WS-FIN-SORT
              RETURN SORT-SOLDES
               AT END
                 SET WS-FIN-SORT    TO TRUE
               NOT AT END
                 MOVE SS-ENTITE     TO WS-CA-ENTITE
                 MOVE SS-CODE-PAYS  TO WS-CA-CODE-PAYS
                 MOVE SS-DEVISE     TO WS-CA-DEVISE
                 IF WS-CLE-ARTICLE NOT = WS-CLE-COURANTE
                    IF WS-CLE-COURANTE NOT = HIGH-VALUE
                       PERFORM ECRIT-UN-SOLDE
                    END-IF
                    MOVE WS-CLE-ARTICLE TO WS-CLE-COURANTE
                    MOVE ZERO       TO WS-NB-ARTICLES-CLE
                                       WS-SOLDE-CLE
                 END-IF
                 ADD 1              TO WS-NB-ARTICLES-CLE
                 ADD SS-MONTANT     TO WS-SOLDE-CLE
              END-RETURN
           END-PERFORM
           IF WS-CLE-COURANTE NOT = HIGH-VALUE
              PERFORM ECRIT-UN-SOLDE
           END-IF
           .

       ECRIT-UN-SOLDE.
           MOVE SPACES              TO SOUV-REC
           MOVE WS-EXERCICE-SUIVANT TO SOUV-EXERCICE
           MOVE WS-CC-ENTITE        TO SOUV-ENTITE
           MOVE WS-CC-CODE-PAYS     TO SOUV-CODE-PAYS
           MOVE WS-CC-DEVISE        TO SOUV-DEVISE
           MOVE WS-NB-ARTICLES-CLE  TO SOUV-NB-ARTICLES
           MOVE WS-SOLDE-CLE        TO SOUV-SOLDE-OUVERTURE
      *    Cumuls de l'exercice ouvert : repartent de zero
           MOVE ZERO                TO SOUV-CUMUL-EXERCICE
                                       SOUV-NB-MVT-EXERCICE
           MOVE WS-DHS-DATE         TO SOUV-DATE-CLOTURE
           WRITE SOUV-REC
           MOVE WS-STATUS-SOUV      TO WS-FSTA-STATUT
           MOVE 'FIC-SOUV'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-SOLDES

           MOVE WS-NB-ARTICLES-CLE  TO WS-NB-EDT
           MOVE WS-SOLDE-CLE        TO WS-MONTANT-EDT
           STRING '  ' WS-CC-ENTITE
                  '    ' WS-CC-CODE-PAYS
                  '   ' WS-CC-DEVISE
                  '  ' WS-NB-EDT
                  ' ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

      *    FIC-HISTO-TOTAUX : l'exercice clos et les precedents en
      *    archive, les totaux posterieurs dans la copie vive
       REPARTIT-HISTO.
           OPEN OUTPUT FIC-HISTO-NOUV
           MOVE WS-STATUS-HISTN     TO WS-FSTA-STATUT
           MOVE 'FIC-HISTN'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           OPEN EXTEND FIC-HISTO-ARCHIVE
           IF WS-STATUS-HISTA NOT = '00'
              OPEN OUTPUT FIC-HISTO-ARCHIVE
           END-IF
           MOVE WS-STATUS-HISTA     TO WS-FSTA-STATUT
           MOVE 'FIC-HISTA'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-HISTO-TOTAUX
           IF WS-STATUS-HISTO = '00'
              PERFORM UNTIL WS-FIN-HISTO
                 READ FIC-HISTO-TOTAUX
                  AT END
                    SET WS-FIN-HISTO TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-HISTO-LUS
                    IF HISTO-DATE NUMERIC
                       AND HISTO-DATE (1:4) > WS-EXERCICE
                       WRITE HISTN-REC FROM HISTO-REC
                       ADD 1        TO WS-NB-HISTO-GARDES
                    ELSE
                       WRITE HISTA-REC FROM HISTO-REC
                       ADD 1        TO WS-NB-HISTO-ARCHIVES
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FIC-HISTO-TOTAUX
           ELSE
              DISPLAY 'FIC-HISTO-TOTAUX absent, rien a archiver'
           END-IF
           CLOSE FIC-HISTO-NOUV
                 FIC-HISTO-ARCHIVE

           PERFORM ECRIT-LIGNE
           MOVE WS-NB-HISTO-ARCHIVES TO WS-NB-EDT
           STRING 'FIC-HISTO-TOTAUX : ARCHIVES ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           MOVE WS-NB-HISTO-GARDES  TO WS-NB-EDT
           STRING '   GARDES ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT (41:)
           PERFORM ECRIT-LIGNE
           .

      *    FIC-BUDGET : memes regles, sur l'annee de BUDG-PERIODE
       REPARTIT-BUDGETS.
           OPEN OUTPUT FIC-BUDGET-NOUV
           MOVE WS-STATUS-BUDN      TO WS-FSTA-STATUT
           MOVE 'FIC-BUDN'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           OPEN EXTEND FIC-BUDGET-ARCHIVE
           IF WS-STATUS-BUDA NOT = '00'
              OPEN OUTPUT FIC-BUDGET-ARCHIVE
           END-IF
           MOVE WS-STATUS-BUDA      TO WS-FSTA-STATUT
           MOVE 'FIC-BUDA'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-BUDGET
           IF WS-STATUS-BUDG = '00'
              PERFORM UNTIL WS-FIN-BUDG
                 READ FIC-BUDGET
                  AT END
                    SET WS-FIN-BUDG TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-BUDG-LUS
                    IF BUDG-PERIODE NUMERIC
                       AND BUDG-PERIODE (1:4) > WS-EXERCICE
                       WRITE BUDN-REC FROM BUDG-REC
                       ADD 1        TO WS-NB-BUDG-GARDES
                    ELSE
                       WRITE BUDA-REC FROM BUDG-REC
                       ADD 1        TO WS-NB-BUDG-ARCHIVES
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FIC-BUDGET
           ELSE
              DISPLAY 'FIC-BUDGET absent, rien a archiver'
           END-IF
           CLOSE FIC-BUDGET-NOUV
                 FIC-BUDGET-ARCHIVE

           MOVE WS-NB-BUDG-ARCHIVES TO WS-NB-EDT
           STRING 'FIC-BUDGET       : ARCHIVES ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           MOVE WS-NB-BUDG-GARDES   TO WS-NB-EDT
           STRING '   GARDES ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT (41:)
           PERFORM ECRIT-LIGNE
           .

      *    Nouvel etat des periodes : les douze mois de l'exercice
      *    passent en V, le reste est recopie tel quel
       VERROUILLE-EXERCICE.
           OPEN OUTPUT FIC-PERIODES-NOUV
           MOVE WS-STATUS-PERN      TO WS-FSTA-STATUT
           MOVE 'FIC-PERN'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL   WS-IDX-PER > WS-NB-PERIODES
              MOVE SPACES           TO PERN-REC
              MOVE WS-PER-PERIODE (WS-IDX-PER) TO PERN-PERIODE
              MOVE WS-PER-STATUT (WS-IDX-PER)  TO PERN-STATUT
              IF PERN-PERIODE (1:4) = WS-EXERCICE
                 AND PERN-PERIODE (5:2) >= '01'
                 AND PERN-PERIODE (5:2) <= '12'
                 MOVE 'V'           TO PERN-STATUT
                 ADD 1              TO WS-NB-MOIS-VERROUS
              END-IF
              WRITE PERN-REC
              MOVE WS-STATUS-PERN   TO WS-FSTA-STATUT
              PERFORM CONTROLE-FILE-STATUT
           END-PERFORM
           CLOSE FIC-PERIODES-NOUV

           MOVE WS-NB-MOIS-VERROUS  TO WS-NB-EDT
           STRING 'EXERCICE ' WS-EXERCICE ' VERROUILLE : MOIS EN V '
                  WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

       ECRIT-LIGNE.
           WRITE RCLO-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RCLO      TO WS-FSTA-STATUT
           MOVE 'FIC-RCLO'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-LIGNES-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Fil des alertes operateur
           COPY ALRTP.
      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           DISPLAY 'Cloture de l''exercice ' WS-EXERCICE ' terminee'
           MOVE WS-NB-ARTICLES-LUS  TO WS-NB-EDT
           DISPLAY 'ARTICLES LUS      = ' WS-NB-EDT
           MOVE WS-NB-ARTICLES-SOLDE TO WS-NB-EDT
           DISPLAY 'ARTICLES AU SOLDE = ' WS-NB-EDT
           MOVE WS-NB-SOLDES        TO WS-NB-EDT
           DISPLAY 'SOLDES OUVERTURE  = ' WS-NB-EDT
           MOVE WS-NB-MOIS-VERROUS  TO WS-NB-EDT
           DISPLAY 'MOIS VERROUILLES  = ' WS-NB-EDT

           CLOSE FICHIER1
                 FIC-SOLDES-OUVERTURE
                 FIC-RAPPORT-CLOTURE

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARTICLES-LUS  TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-SOUV'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-SOUV      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-SOLDES        TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-HISTO'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-HISTO     TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-HISTO-LUS     TO WS-JSUM-FIC-LUS
           MOVE WS-NB-HISTO-GARDES  TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-BUDG'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-BUDG      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-BUDG-LUS      TO WS-JSUM-FIC-LUS
           MOVE WS-NB-BUDG-GARDES   TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-PERN'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-PERN      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-PERIODES      TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-RCLO'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-RCLO      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES-RAPPORT TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
