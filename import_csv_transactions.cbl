      *     ecrit les lignes mal formees dans FIC-CSV-REJETS avec    *
      *     leur motif - l'etape tableur qui perdait les zeros de    *
      *     tete et abimait les montants disparait                   *
      *   - Un mois d'exercice verrouille par la cloture annuelle    *
      *     FOREX103 (statut V) rejette comme un mois F              *
      *   - Chaque transaction importee laisse sa trace (reference,  *
      *     flux 4 = import CSV, sans article) dans                  *
      *     FIC-TRACE-REFS, au dessin de FOREX009 : le suivi du      *
      *     traitement automatique FOREX105 compte l'import CSV      *
      *     comme une source a part entiere                          *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     FILE STATUS is WS-STATUS-CSVIN.
      * Transactions produites, au dessin attendu par FOREX00B
           COPY TRXS.
      * Traces des transactions importees (reference, flux), au
      *   dessin de FOREX009
           SELECT FIC-TRACE-REFS
                     ASSIGN to FICTREF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TREF.
      * Lignes CSV rejetees, avec leur motif
           SELECT FIC-CSV-REJETS
                     ASSIGN to FICCSVRJ

           COPY TRX.

      * Trace : meme dessin que l'ecriture de FOREX009, cle article
      * a blanc (une ligne CSV n'a pas d'article FICHIER1)
       FD  FIC-TRACE-REFS.
       01  TREF-REC.
         10 TREF-REF           PIC X(16).
         10 FILLER             PIC X(01).
         10 TREF-CLE           PIC X(10).
         10 FILLER             PIC X(01).
         10 TREF-FLUX          PIC 9(01).
         10 FILLER             PIC X(01).
         10 TREF-ENTITE        PIC X(02).
         10 FILLER             PIC X(48).

       FD  FIC-CSV-REJETS.
       01  CSVREJ-REC.
         10 CSVREJ-MOTIF       PIC X(20).
               88 WS-FIN-CSV                   VALUE 1.
           02  WS-STATUS-TRANS      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-REJETS     PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-TREF       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PER        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PER     PIC 9      VALUE ZERO.
               88 WS-FIN-PER                   VALUE 1.
       01  WS-DATE-BRUTE            PIC X(10)  VALUE SPACE.

      *    Periodes comptables FERMEES (FOREX051), seules les
      *    fermees comptent - absente = ouverte ; un mois
      *    d'exercice verrouille (V, FOREX103) compte comme ferme
       01  WS-NB-PERIODES-FERMEES   PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-PERIODES-FERMEES.
           02  WS-PERF-PERIODE      PIC 9(06) OCCURS 120.
           MOVE 'FIC-CSVRJ'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-TRACE-REFS
           MOVE WS-STATUS-TREF      TO WS-FSTA-STATUT
           MOVE 'FIC-TREF'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Periodes comptables fermees par la finance (FOREX051)
           PERFORM CHARGE-PERIODES-FERMEES

            AT END
              SET WS-FIN-PER       TO TRUE
            NOT AT END
              IF (PER-STATUT = 'F' OR PER-STATUT = 'V')
                 AND PER-PERIODE NUMERIC
                 ADD 1             TO WS-NB-PERIODES-FERMEES
                 MOVE PER-PERIODE
           MOVE WS-REF-TRANSACTION  TO TRANS-REF
           WRITE TRANS-REC
           ADD TRANS-MONTANT        TO WS-HASH-TRANS
           MOVE SPACES              TO TREF-REC
           MOVE WS-REF-TRANSACTION  TO TREF-REF
           MOVE 4                   TO TREF-FLUX
           WRITE TREF-REC
           .

       ECRIT-REJET-CSV.
           CLOSE FIC-CSV-ENTREE
                 FIC-TRANSACTIONS
                 FIC-CSV-REJETS
                 FIC-TRACE-REFS

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-CSVIN'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-REJETS    TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-REJETEES      TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-TREF'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-TREF      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-IMPORTEES     TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           PERFORM EMET-RESUME-JOB

           GOBACK.
