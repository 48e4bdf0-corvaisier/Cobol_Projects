       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX122.
      *==============================================================*
      * PROGRAMME de controle des codes de FICHIER1 contre le        *
      * referentiel des codes                                        *
      *   - Les controles de FOREX009 et FOREX017 ne voient que les  *
      *     articles qui passent : un code ferme au referentiel      *
      *     (FIC-REF-CODES, tenu par FOREX121) apres le chargement   *
      *     de l'article, ou un pays retire, ne se decouvrait qu'au  *
      *     moment ou un traitement aval butait dessus               *
      *   - Balayage complet de FICHIER1 : pays (FIC1-CODE-PAYS),    *
      *     devise (FIC1-DEVISE, blanc = EUR admis) et statut        *
      *     (FIC1-STATUT, blanc = actif admis) de chaque article     *
      *     sont cherches au referentiel a la date du run. Un code   *
      *     absent (INCONNU) ou present hors de sa periode de        *
      *     validite (HORS VALIDITE) est cumule                      *
      *   - Etat FIC-RAPPORT-CODES : un code par ligne, avec son     *
      *     etat, le nombre d'articles qui le portent et la cle du   *
      *     premier d'entre eux, pour l'ajout au referentiel ou la   *
      *     correction des articles. Code present : RC 4 et alerte   *
      *     W CODEINC                                                *
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
      *    FIC-REF-CODES : referentiel des codes (obligatoire)
           COPY REFCS.
      * Etat des codes inconnus ou hors validite
           SELECT FIC-RAPPORT-CODES
                     ASSIGN to FICRCOD
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RCOD.
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

           COPY REFC.

       FD  FIC-RAPPORT-CODES.
       01  RCOD-REC             PIC X(132).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-STATUS-RCOD       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-ANO-TROUVEE PIC 9      VALUE ZERO.
               88 WS-ANO-TROUVEE               VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARTICLES-ANO   PIC S9(9)  VALUE ZERO.
           02  WS-NB-PAYS-ANO       PIC S9(9)  VALUE ZERO.
           02  WS-NB-DEVISES-ANO    PIC S9(9)  VALUE ZERO.
           02  WS-NB-STATUTS-ANO    PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.

      *    Article courant : au moins un de ses codes en anomalie
       01  WS-INDIC-ARTICLE-ANO     PIC 9      VALUE ZERO.
           88 WS-ARTICLE-ANO                   VALUE 1.

      *    Codes en anomalie rencontres : type, code, etat, nombre
      *    d'articles et cle du premier article
       01  WS-NB-ANOMALIES          PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-ANOMALIES.
           02  WS-ANO OCCURS 500.
               05 WS-ANO-TYPE       PIC X(04).
               05 WS-ANO-CODE       PIC X(06).
               05 WS-ANO-VERDICT    PIC X(01).
                  88 WS-ANO-HORS-VALIDITE      VALUE 'H'.
               05 WS-ANO-NB         PIC S9(7) COMP-3.
               05 WS-ANO-PREMIERE-CLE PIC X(10).
       01  WS-IDX-ANO               PIC S9(4) COMP SYNC VALUE ZERO.

       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.

      *    Referentiel des codes pays, devises et statuts
           COPY REFCW.
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
           PERFORM INIT           *> Referentiel, ouvertures
           PERFORM TRAITEMENT     *> Balayage de FICHIER1
             UNTIL WS-FIN-FIC1
           PERFORM EDITE-ETAT-CODES
           PERFORM FIN            *> Totaux, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX122'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX122'  TO WS-ALRT-PROGRAMME

           MOVE 'FOREX122'  TO WS-REFC-PROGRAMME
           PERFORM CHARGE-REFERENTIEL-CODES

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-CODES
           MOVE WS-STATUS-RCOD      TO WS-FSTA-STATUT
           MOVE 'FIC-RCOD'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           PERFORM LIT-ARTICLE
           .

       LIT-ARTICLE.
           READ FICHIER1 NEXT
            AT END
              SET WS-FIN-FIC1      TO TRUE
            NOT AT END
              MOVE WS-STATUS-FIC1  TO WS-FSTA-STATUT
              MOVE 'FICHIER1'      TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-ARTICLES-LUS
           END-READ
           .

      *    Pays, devise et statut de l'article au referentiel, a la
      *    date du run
       TRAITEMENT.
           MOVE ZERO                TO WS-INDIC-ARTICLE-ANO

           MOVE 'PAYS'              TO WS-REFC-TYPE-CHERCHE
           MOVE FIC1-CODE-PAYS      TO WS-REFC-CODE-CHERCHE
           PERFORM CONTROLE-CODE-ARTICLE

           IF FIC1-DEVISE NOT = SPACE
              MOVE 'DEVI'           TO WS-REFC-TYPE-CHERCHE
              MOVE FIC1-DEVISE      TO WS-REFC-CODE-CHERCHE
              PERFORM CONTROLE-CODE-ARTICLE
           END-IF

           MOVE 'STAT'              TO WS-REFC-TYPE-CHERCHE
           MOVE FIC1-STATUT         TO WS-REFC-CODE-CHERCHE
           IF FIC1-STATUT = SPACE
              MOVE 'A'              TO WS-REFC-CODE-CHERCHE
           END-IF
           PERFORM CONTROLE-CODE-ARTICLE

           IF WS-ARTICLE-ANO
              ADD 1                 TO WS-NB-ARTICLES-ANO
           END-IF
           PERFORM LIT-ARTICLE
           .

      *    Un code de l'article : inconnu ou hors validite, il est
      *    cumule sur sa ligne (creee au premier article qui le
      *    porte)
       CONTROLE-CODE-ARTICLE.
           MOVE ZERO                TO WS-REFC-DATE-CHERCHEE
           PERFORM CHERCHE-CODE-REFERENCE
           IF WS-REFC-CONNU
              EXIT PARAGRAPH
           END-IF
           SET WS-ARTICLE-ANO       TO TRUE
           MOVE ZERO                TO WS-INDIC-ANO-TROUVEE
           PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
                   UNTIL   WS-IDX-ANO > WS-NB-ANOMALIES
                        OR WS-ANO-TROUVEE
              IF WS-ANO-TYPE (WS-IDX-ANO) = WS-REFC-TYPE-CHERCHE
                 AND WS-ANO-CODE (WS-IDX-ANO) = WS-REFC-CODE-CHERCHE
                 SET WS-ANO-TROUVEE TO TRUE
              END-IF
           END-PERFORM
           IF WS-ANO-TROUVEE
              SUBTRACT 1            FROM WS-IDX-ANO
           ELSE
              IF WS-NB-ANOMALIES >= 500
                 DISPLAY 'ABEND - TABLE DES CODES EN ANOMALIE '
                         'PLEINE (500)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-ANOMALIES
              MOVE WS-NB-ANOMALIES  TO WS-IDX-ANO
              MOVE WS-REFC-TYPE-CHERCHE TO WS-ANO-TYPE (WS-IDX-ANO)
              MOVE WS-REFC-CODE-CHERCHE TO WS-ANO-CODE (WS-IDX-ANO)
              MOVE WS-REFC-VERDICT  TO WS-ANO-VERDICT (WS-IDX-ANO)
              MOVE ZERO             TO WS-ANO-NB (WS-IDX-ANO)
              MOVE FIC1-CH1         TO WS-ANO-PREMIERE-CLE (WS-IDX-ANO)
              EVALUATE WS-REFC-TYPE-CHERCHE
                 WHEN 'PAYS'
                    ADD 1           TO WS-NB-PAYS-ANO
                 WHEN 'DEVI'
                    ADD 1           TO WS-NB-DEVISES-ANO
                 WHEN OTHER
                    ADD 1           TO WS-NB-STATUTS-ANO
              END-EVALUATE
           END-IF
           ADD 1                    TO WS-ANO-NB (WS-IDX-ANO)
           .

       EDITE-ETAT-CODES.
           STRING 'FOREX122  CODES DE FICHIER1 INCONNUS DU '
                  'REFERENTIEL DES CODES AU ' WS-REFC-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           PERFORM ECRIT-RAPPORT
           IF WS-NB-ANOMALIES = ZERO
              MOVE '  AUCUN CODE INCONNU OU HORS VALIDITE'
                                    TO WS-LIGNE-RAPPORT
              PERFORM ECRIT-RAPPORT
              EXIT PARAGRAPH
           END-IF
           MOVE '  TYPE  CODE    ETAT'  TO WS-LIGNE-RAPPORT
           MOVE 'ARTICLES'          TO WS-LIGNE-RAPPORT (36:8)
           MOVE 'PREMIER ARTICLE'   TO WS-LIGNE-RAPPORT (47:15)
           PERFORM ECRIT-RAPPORT
           PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
                   UNTIL   WS-IDX-ANO > WS-NB-ANOMALIES
              MOVE WS-ANO-TYPE (WS-IDX-ANO) TO WS-LIGNE-RAPPORT (3:4)
              MOVE WS-ANO-CODE (WS-IDX-ANO) TO WS-LIGNE-RAPPORT (9:6)
              IF WS-ANO-HORS-VALIDITE (WS-IDX-ANO)
                 MOVE 'HORS VALIDITE' TO WS-LIGNE-RAPPORT (17:13)
              ELSE
                 MOVE 'INCONNU'     TO WS-LIGNE-RAPPORT (17:7)
              END-IF
              MOVE WS-ANO-NB (WS-IDX-ANO) TO WS-NB-EDT
              MOVE WS-NB-EDT        TO WS-LIGNE-RAPPORT (33:11)
              MOVE WS-ANO-PREMIERE-CLE (WS-IDX-ANO)
                                    TO WS-LIGNE-RAPPORT (47:10)
              PERFORM ECRIT-RAPPORT
           END-PERFORM
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-ARTICLES-ANO  TO WS-NB-EDT
           STRING '  ARTICLES PORTANT UN CODE EN ANOMALIE ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           .

       ECRIT-RAPPORT.
           WRITE RCOD-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RCOD      TO WS-FSTA-STATUT
           MOVE 'FIC-RCOD'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Referentiel des codes pays, devises et statuts
           COPY REFCP.
      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Ecriture d'une alerte dans le fil consolide
           COPY ALRTP.

      * Fin du pgm
       FIN.
           IF WS-NB-ANOMALIES > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              MOVE WS-NB-ANOMALIES  TO WS-NB-EDT
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'CODEINC'        TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'CODES FICHIER1 INCONNUS ' WS-NB-EDT
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           CLOSE FICHIER1
                 FIC-RAPPORT-CODES

           DISPLAY 'Controle des codes de FICHIER1 termine'
           MOVE WS-NB-ARTICLES-LUS  TO WS-NB-EDT
           DISPLAY 'ARTICLES LUS          = ' WS-NB-EDT
           MOVE WS-NB-ARTICLES-ANO  TO WS-NB-EDT
           DISPLAY 'ARTICLES EN ANOMALIE  = ' WS-NB-EDT
           MOVE WS-NB-PAYS-ANO      TO WS-NB-EDT
           DISPLAY 'PAYS EN ANOMALIE      = ' WS-NB-EDT
           MOVE WS-NB-DEVISES-ANO   TO WS-NB-EDT
           DISPLAY 'DEVISES EN ANOMALIE   = ' WS-NB-EDT
           MOVE WS-NB-STATUTS-ANO   TO WS-NB-EDT
           DISPLAY 'STATUTS EN ANOMALIE   = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARTICLES-LUS  TO WS-JSUM-FIC-LUS
           MOVE WS-NB-ARTICLES-ANO  TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-RCOD'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-RCOD      TO WS-JSUM-FIC-STATUT
           MOVE ZERO                TO WS-JSUM-FIC-LUS
           MOVE WS-NB-ANOMALIES     TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
