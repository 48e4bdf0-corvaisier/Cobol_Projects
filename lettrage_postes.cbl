       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX073.
      *==============================================================*
      * PROGRAMME de lettrage des postes ouverts par article         *
      *   - FOREX057 dit si un paiement est arrive a la banque, mais *
      *     rien ne disait si un article etait regle en totalite,    *
      *     en partie ou au-dela                                     *
      *   - Le grand livre FIC-POSTES-OUVERTS (KSDS, cle FIC1-CH1)   *
      *     garde pour chaque article son montant d'origine          *
      *     (FIC1-MONTANT a l'ouverture), le cumul lettre et le      *
      *     reste a regler ; chaque run ouvre le poste des articles  *
      *     nouveaux de FICHIER1                                     *
      *   - Chaque reglement confirme RAPPROCHE (FIC-DENOUEMENTS de  *
      *     FOREX057, une ligne par TRANS-REF) est remonte a son     *
      *     article par les traces FIC-TRACE-REFS et lettre contre   *
      *     le poste : L lettre en totalite, P partiel, S sur-regle  *
      *   - Un reglement sans trace ou sans poste est liste au       *
      *     rapport FIC-RAPPORT-LETTRAGE, jamais perdu               *
      *   - La liste mensuelle par contrepartie est FOREX074         *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * FICHIER1 parcouru en sequence pour ouvrir les postes
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is SEQUENTIAL
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      *    FIC-POSTES-OUVERTS : grand livre des postes, partage avec
      *    FOREX074
           COPY POSTS.
      *    FIC-DENOUEMENTS : reglements confirmes par FOREX057
           COPY DNOUS.
      * Traces reference -> article de tous les runs (toutes les
      *   generations, le reglement arrive des jours apres l'emission)
           SELECT FIC-TRACE-REFS
                     ASSIGN to FICTREF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TREF.
      * Rapport du lettrage
           SELECT FIC-RAPPORT-LETTRAGE
                     ASSIGN to FICRLET
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RLET.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

           COPY POST.

           COPY DNOU.

      * Trace d'une transaction emise : meme dessin que FOREX009
       FD  FIC-TRACE-REFS.
       01  TREF-REC.
         10 TREF-REF           PIC X(16).
         10 FILLER             PIC X(01).
         10 TREF-CLE           PIC X(10).
         10 FILLER             PIC X(53).

       FD  FIC-RAPPORT-LETTRAGE.
       01  RLET-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-STATUS-POST       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-DNOU       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-DNOU    PIC 9      VALUE ZERO.
               88 WS-FIN-DNOU                  VALUE 1.
           02  WS-STATUS-TREF       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TREF    PIC 9      VALUE ZERO.
               88 WS-FIN-TREF                  VALUE 1.
           02  WS-STATUS-RLET       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-POSTES-OUVERTS PIC S9(9)  VALUE ZERO.
           02  WS-NB-REGLEMENTS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-LETTRES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-TRACE     PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-POSTE     PIC S9(9)  VALUE ZERO.
           02  WS-NB-SUR-REGLES     PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC -ZZZ.ZZZ.ZZ9,99.
           02  WS-SOLDE-EDT         PIC -Z.ZZZ.ZZZ.ZZ9,99.
           02  WS-LIGNE-RAPPORT     PIC X(80).

       01  WS-DATE-JOUR             PIC 9(08)  VALUE ZERO.

      *    Traces reference -> article, chargees en INIT
       01  WS-NB-TRACES             PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-TAB-TRACES.
           02  WS-TRC-ENTREE OCCURS 20000.
               05 WS-TRC-REF        PIC X(16).
               05 WS-TRC-CLE        PIC X(10).
       01  WS-IDX-TRC               PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-INDIC-TRC-TROUVEE     PIC 9      VALUE ZERO.
           88 WS-TRC-TROUVEE                   VALUE 1.

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
           PERFORM INIT           *> Init, traces, postes nouveaux
           PERFORM TRAITEMENT     *> Lettrage EN BOUCLE
             UNTIL WS-FIN-DNOU
           PERFORM FIN            *> Fin du programme
           .

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX073'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR

           PERFORM CHARGE-TRACES

      *    Grand livre : cluster defini mais jamais charge (statut
      *    35) charge par un premier OPEN OUTPUT, puis rouvert en
      *    I-O pour la lecture par cle
           OPEN I-O FIC-POSTES-OUVERTS
           IF WS-STATUS-POST = '35'
              OPEN OUTPUT FIC-POSTES-OUVERTS
              CLOSE FIC-POSTES-OUVERTS
              OPEN I-O FIC-POSTES-OUVERTS
           END-IF
           MOVE WS-STATUS-POST      TO WS-FSTA-STATUT
           MOVE 'FIC-POST'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-LETTRAGE
           MOVE WS-STATUS-RLET      TO WS-FSTA-STATUT
           MOVE 'FIC-RLET'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'FOREX073  LETTRAGE DES POSTES OUVERTS DU '
                  WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RLET-REC FROM WS-LIGNE-RAPPORT

           PERFORM OUVRE-POSTES-NOUVEAUX

           OPEN INPUT FIC-DENOUEMENTS
           IF WS-STATUS-DNOU NOT = '00'
              DISPLAY 'FOREX073 : FIC-DENOUEMENTS absent, aucun '
                      'reglement a lettrer'
              SET WS-FIN-DNOU       TO TRUE
           ELSE
              PERFORM LIT-DENOUEMENT
           END-IF
           .

      *    Traces de tous les runs - au-dela de la table, un
      *    reglement non trace est liste au rapport, pas perdu
       CHARGE-TRACES.
           OPEN INPUT FIC-TRACE-REFS
           IF WS-STATUS-TREF NOT = '00'
              DISPLAY 'FOREX073 : FIC-TRACE-REFS absent, aucun '
                      'reglement ne sera lettre'
              EXIT PARAGRAPH
           END-IF
           PERFORM LIT-TRACE
             UNTIL WS-FIN-TREF
           CLOSE FIC-TRACE-REFS
           .

       LIT-TRACE.
           READ FIC-TRACE-REFS
            AT END
              SET WS-FIN-TREF      TO TRUE
            NOT AT END
              IF WS-NB-TRACES < 20000
                 ADD 1             TO WS-NB-TRACES
                 MOVE TREF-REF     TO WS-TRC-REF (WS-NB-TRACES)
                 MOVE TREF-CLE     TO WS-TRC-CLE (WS-NB-TRACES)
              ELSE
                 DISPLAY 'FOREX073 : table des traces pleine, '
                         'trace ' TREF-REF ' ignoree'
              END-IF
           END-READ
           .

      *    Un poste par article de FICHIER1 : un article sans poste
      *    l'ouvre a son montant ; un poste existant garde son
      *    montant d'origine
       OUVRE-POSTES-NOUVEAUX.
           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM LIT-ARTICLE
             UNTIL WS-FIN-FIC1
           CLOSE FICHIER1
           .

       LIT-ARTICLE.
           READ FICHIER1
            AT END
              SET WS-FIN-FIC1      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-ARTICLES-LUS
              PERFORM OUVRE-POSTE
           END-READ
           .

       OUVRE-POSTE.
           MOVE FIC1-CH1            TO POST-CLE
           READ FIC-POSTES-OUVERTS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           MOVE SPACES              TO POST-REC
           MOVE FIC1-CH1            TO POST-CLE
           MOVE FIC1-CODE-CTP       TO POST-CODE-CTP
           MOVE FIC1-CODE-ENTITE    TO POST-ENTITE
           IF FIC1-DEVISE = SPACE
              MOVE 'EUR'            TO POST-DEVISE
           ELSE
              MOVE FIC1-DEVISE      TO POST-DEVISE
           END-IF
           MOVE FIC1-MONTANT        TO POST-MONTANT-ORIGINE
           MOVE ZERO                TO POST-MONTANT-LETTRE
           MOVE FIC1-MONTANT        TO POST-SOLDE
           SET POST-OUVERT          TO TRUE
           MOVE WS-DATE-JOUR        TO POST-DATE-OUVERTURE
           MOVE ZERO                TO POST-DATE-LETTRAGE
           WRITE POST-REC
              INVALID KEY
                 DISPLAY 'FIC-POSTES-OUVERTS : ecriture impossible, '
                         'cle ' POST-CLE
              NOT INVALID KEY
                 ADD 1              TO WS-NB-POSTES-OUVERTS
           END-WRITE
           .

       LIT-DENOUEMENT.
           READ FIC-DENOUEMENTS
            AT END
              SET WS-FIN-DNOU      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-REGLEMENTS
           END-READ
           .

      *    Reglement courant remonte a son article, puis lettre
      *    contre le poste
       TRAITEMENT.
           MOVE ZERO                TO WS-INDIC-TRC-TROUVEE
           PERFORM VARYING WS-IDX-TRC
                   FROM    1 BY 1
                   UNTIL   WS-IDX-TRC > WS-NB-TRACES
                        OR WS-TRC-TROUVEE
              IF WS-TRC-REF (WS-IDX-TRC) = DNOU-REF-TRANS
                 SET WS-TRC-TROUVEE TO TRUE
              END-IF
           END-PERFORM
           MOVE DNOU-MONTANT        TO WS-MONTANT-EDT
           IF NOT WS-TRC-TROUVEE
              ADD 1                 TO WS-NB-SANS-TRACE
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING '  SANS TRACE  ' DNOU-REF-TRANS
                     '  ' WS-MONTANT-EDT
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RLET-REC FROM WS-LIGNE-RAPPORT
              PERFORM LIT-DENOUEMENT
              EXIT PARAGRAPH
           END-IF
           SUBTRACT 1               FROM WS-IDX-TRC

           MOVE WS-TRC-CLE (WS-IDX-TRC) TO POST-CLE
           READ FIC-POSTES-OUVERTS
              INVALID KEY
                 ADD 1              TO WS-NB-SANS-POSTE
                 MOVE SPACES        TO WS-LIGNE-RAPPORT
                 STRING '  SANS POSTE  ' DNOU-REF-TRANS
                        '  ' WS-MONTANT-EDT '  article '
                        WS-TRC-CLE (WS-IDX-TRC)
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                 WRITE RLET-REC FROM WS-LIGNE-RAPPORT
                 PERFORM LIT-DENOUEMENT
                 EXIT PARAGRAPH
           END-READ

           ADD DNOU-MONTANT         TO POST-MONTANT-LETTRE
           COMPUTE POST-SOLDE = POST-MONTANT-ORIGINE
                              - POST-MONTANT-LETTRE
           EVALUATE TRUE
              WHEN POST-SOLDE = ZERO
                 SET POST-LETTRE    TO TRUE
              WHEN POST-SOLDE < ZERO
                 SET POST-SUR-REGLE TO TRUE
                 ADD 1              TO WS-NB-SUR-REGLES
              WHEN POST-MONTANT-LETTRE = ZERO
                 SET POST-OUVERT    TO TRUE
              WHEN OTHER
                 SET POST-PARTIEL   TO TRUE
           END-EVALUATE
           MOVE WS-DATE-JOUR        TO POST-DATE-LETTRAGE
           REWRITE POST-REC
              INVALID KEY
                 DISPLAY 'FIC-POSTES-OUVERTS : reecriture '
                         'impossible, cle ' POST-CLE
           END-REWRITE
           ADD 1                    TO WS-NB-LETTRES

           MOVE POST-SOLDE          TO WS-SOLDE-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  LETTRE ' POST-STATUT '    ' POST-CLE '  '
                  DNOU-REF-TRANS WS-MONTANT-EDT ' reste'
                  WS-SOLDE-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RLET-REC FROM WS-LIGNE-RAPPORT
           PERFORM LIT-DENOUEMENT
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           MOVE WS-NB-POSTES-OUVERTS TO WS-NB-EDT
           DISPLAY 'Lettrage des postes ouverts termine'
           DISPLAY 'POSTES OUVERTS    = ' WS-NB-EDT
           MOVE WS-NB-REGLEMENTS    TO WS-NB-EDT
           DISPLAY 'REGLEMENTS LUS    = ' WS-NB-EDT
           MOVE WS-NB-LETTRES       TO WS-NB-EDT
           DISPLAY 'LETTRES           = ' WS-NB-EDT
           MOVE WS-NB-SUR-REGLES    TO WS-NB-EDT
           DISPLAY 'DONT SUR-REGLES   = ' WS-NB-EDT
           MOVE WS-NB-SANS-TRACE    TO WS-NB-EDT
           DISPLAY 'SANS TRACE        = ' WS-NB-EDT
           MOVE WS-NB-SANS-POSTE    TO WS-NB-EDT
           DISPLAY 'SANS POSTE        = ' WS-NB-EDT

           MOVE WS-NB-LETTRES       TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'TRL FOREX073  ' WS-NB-EDT ' reglement(s) lettre(s)'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RLET-REC FROM WS-LIGNE-RAPPORT

           IF WS-STATUS-DNOU = '00'
              CLOSE FIC-DENOUEMENTS
           END-IF
           CLOSE FIC-POSTES-OUVERTS
                 FIC-RAPPORT-LETTRAGE

           IF (WS-NB-SANS-TRACE > ZERO
               OR WS-NB-SANS-POSTE > ZERO)
              AND WS-RC-RUN < 04
              MOVE 04               TO WS-RC-RUN
           END-IF
           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-DNOU'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-DNOU      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-REGLEMENTS    TO WS-JSUM-FIC-LUS
           MOVE WS-NB-LETTRES       TO WS-JSUM-FIC-ECRITS
           COMPUTE WS-JSUM-FIC-REJETES = WS-NB-SANS-TRACE
                                       + WS-NB-SANS-POSTE
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-POST'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-POST      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARTICLES-LUS  TO WS-JSUM-FIC-LUS
           MOVE WS-NB-POSTES-OUVERTS TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB

           GOBACK.
