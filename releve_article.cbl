      *         FOREX019                                             *
      *   - Le releve FIC-RELEVE-ART sort une section par cle, en    *
      *     une ou plusieurs cles par run                            *
      *   - Quatrieme source : les notes libres de l'article         *
      *     (FIC-NOTES-ARTICLES, copybooks NOTA*), dans l'ordre      *
      *     chronologique de leur cle, ouvertes en lecture seule     *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RECON.
      * Notes libres par article (facultatif)
           COPY NOTAS.
      * Le releve assemble, une section par cle
           SELECT FIC-RELEVE-ART
                     ASSIGN to FICRART
         10 FILLER           PIC X(01).
         10 AUDIT-OPERATEUR  PIC X(08).
         10 FILLER           PIC X(10).
      *  Montant et devise de l'article apres le geste (avant, pour
      *  une suppression), a blanc quand le geste ne porte pas sur
      *  un montant - l'enregistrement prend la longueur de 120 du
      *  DCB de la piste
         10 AUDIT-MONTANT    PIC 9(09)V99.
         10 AUDIT-DEVISE     PIC X(03).
         10 FILLER           PIC X(06).

      * Journal des images avant : meme dessin que FOREX015
       FD  FIC1-JRNAVANT.
         10 RECON-ZONE-METIER-J PIC X(50).
         10 FILLER            PIC X(07).

           COPY NOTA.

       FD  FIC-RELEVE-ART.
       01  RART-REC             PIC X(80).

           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Notes libres par article
           COPY NOTAW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
           MOVE 'FIC-RART'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Notes par article en lecture seule : sans elles, la
      *    section des notes reste vide
           OPEN INPUT FIC-NOTES-ARTICLES
           IF WS-STATUS-NOTA = '00'
              SET WS-NOTA-OUVERT    TO TRUE
           END-IF

           PERFORM LIT-DEMANDE
           .

           PERFORM SECTION-AUDIT
           PERFORM SECTION-IMAGES-AVANT
           PERFORM SECTION-DELTAS
           PERFORM SECTION-NOTES

           MOVE WS-NB-EVENEMENTS-CLE TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE
           END-READ
           .

      *    Les notes libres de l'article, dans l'ordre de leur
      *    horodatage, bornees par l'intervalle demande
       SECTION-NOTES.
           MOVE SPACES              TO WS-LIGNE
           STRING '-- NOTES (memos operateurs) --'
                  DELIMITED BY SIZE INTO WS-LIGNE
           WRITE RART-REC FROM WS-LIGNE
           MOVE WS-DEM-CLE          TO WS-NOTA-CLE
           PERFORM POSITIONNE-NOTES-ARTICLE
           PERFORM LIT-NOTE-CLE
             UNTIL WS-NOTA-FIN
           .

       LIT-NOTE-CLE.
           PERFORM LIT-NOTE-SUIVANTE
           IF WS-NOTA-FIN
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-DATE-EVT-TXT
           STRING NOTA-HORODATAGE (1:4)
                  NOTA-HORODATAGE (6:2)
                  NOTA-HORODATAGE (9:2)
                  DELIMITED BY SIZE INTO WS-DATE-EVT-TXT
           IF WS-DATE-EVT-TXT NUMERIC
              MOVE WS-DATE-EVT-TXT  TO WS-DATE-EVT
           ELSE
              MOVE ZERO             TO WS-DATE-EVT
           END-IF
           IF WS-DATE-EVT < WS-DEM-DATE-MIN
              OR WS-DATE-EVT > WS-DEM-DATE-MAX
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-EVENEMENTS
           ADD 1                    TO WS-NB-EVENEMENTS-CLE
           MOVE SPACES              TO WS-LIGNE
           STRING '  ' NOTA-HORODATAGE
                  ' ' NOTA-CATEGORIE
                  ' ' NOTA-OPERATEUR
                  ' ' NOTA-ORIGINE
                  ' ' NOTA-PROGRAMME
                  DELIMITED BY SIZE INTO WS-LIGNE
           WRITE RART-REC FROM WS-LIGNE
           PERFORM VARYING WS-NOTA-IDX FROM 1 BY 1
                   UNTIL   WS-NOTA-IDX > NOTA-NB-LIGNES
              MOVE SPACES           TO WS-LIGNE
              STRING '       ' NOTA-LIGNE (WS-NOTA-IDX)
                     DELIMITED BY SIZE INTO WS-LIGNE
              WRITE RART-REC FROM WS-LIGNE
           END-PERFORM
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Notes libres par article
           COPY NOTAP.

      * Fin du pgm
       FIN.

           CLOSE FIC-DEMANDE-RELEVE
                 FIC-RELEVE-ART
           PERFORM FERME-NOTES-ARTICLES

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-DREL'          TO WS-JSUM-FIC-NOM
