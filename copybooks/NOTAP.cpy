      *==============================================================*
      * NOTAP - ACCES AU FICHIER DES NOTES PAR ARTICLE               *
      *   (copybooks NOTAS, NOTA et NOTAW).                          *
      *   - OUVRE-NOTES-ARTICLES en INIT : OPEN I-O, le premier      *
      *     OPEN OUTPUT charge un cluster defini mais jamais charge  *
      *     (statut 35). L'appelant decide si un fichier absent      *
      *     l'arrete (WS-NOTA-OUVERT a zero).                        *
      *   - ECRIT-NOTE-ARTICLE : horodatage du moment, rang suivant  *
      *     si une note de la meme seconde existe deja. Seul WRITE   *
      *     est employe : une note n'est jamais reecrite.            *
      *   - POSITIONNE-NOTES-ARTICLE puis LIT-NOTE-SUIVANTE jusqu'a  *
      *     WS-NOTA-FIN : les notes de WS-NOTA-CLE, dans l'ordre     *
      *     chronologique ; COMPTE-NOTES-ARTICLE en donne le nombre. *
      *   - FERME-NOTES-ARTICLES en FIN.                             *
      *==============================================================*
       OUVRE-NOTES-ARTICLES.
           OPEN I-O FIC-NOTES-ARTICLES
           IF WS-STATUS-NOTA = '35'
              OPEN OUTPUT FIC-NOTES-ARTICLES
              CLOSE FIC-NOTES-ARTICLES
              OPEN I-O FIC-NOTES-ARTICLES
           END-IF
           IF WS-STATUS-NOTA = '00'
              SET WS-NOTA-OUVERT       TO TRUE
           END-IF
           .

       ECRIT-NOTE-ARTICLE.
           MOVE ZERO                   TO WS-NOTA-INDIC-ECRITE
           IF NOT WS-NOTA-OUVERT
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE  TO WS-NOTA-DATE-HEURE-SYS
           STRING WS-NOTA-DHS-ANNEE '-' WS-NOTA-DHS-MOIS '-'
                  WS-NOTA-DHS-JOUR '-' WS-NOTA-DHS-HEURE
                  WS-NOTA-DHS-MINUTE WS-NOTA-DHS-SECONDE
                  DELIMITED BY SIZE INTO WS-NOTA-HORODATAGE
           MOVE SPACES                 TO NOTA-REC
           MOVE WS-NOTA-CLE            TO NOTA-CH1
           MOVE WS-NOTA-HORODATAGE     TO NOTA-HORODATAGE
           MOVE ZERO                   TO NOTA-RANG
           MOVE WS-NOTA-OPERATEUR      TO NOTA-OPERATEUR
           MOVE WS-NOTA-CATEGORIE      TO NOTA-CATEGORIE
           MOVE WS-NOTA-ORIGINE        TO NOTA-ORIGINE
           MOVE WS-NOTA-PROGRAMME      TO NOTA-PROGRAMME
           MOVE WS-NOTA-NB-LIGNES      TO NOTA-NB-LIGNES
           PERFORM VARYING WS-NOTA-IDX FROM 1 BY 1
                   UNTIL   WS-NOTA-IDX > 5
              MOVE WS-NOTA-LIGNE (WS-NOTA-IDX)
                TO NOTA-LIGNE (WS-NOTA-IDX)
           END-PERFORM
           PERFORM UNTIL WS-NOTA-ECRITE
              WRITE NOTA-REC
                 INVALID KEY
                    IF WS-STATUS-NOTA NOT = '22'
                       OR NOTA-RANG = 99
                       DISPLAY 'Erreur WRITE note ' NOTA-CH1
                               ' statut ' WS-STATUS-NOTA
                       EXIT PARAGRAPH
                    END-IF
                    ADD 1              TO NOTA-RANG
                 NOT INVALID KEY
                    SET WS-NOTA-ECRITE TO TRUE
                    ADD 1              TO WS-NOTA-NB-ECRITES
              END-WRITE
           END-PERFORM
           .

       POSITIONNE-NOTES-ARTICLE.
           MOVE ZERO                   TO WS-NOTA-INDIC-FIN
           IF NOT WS-NOTA-OUVERT
              SET WS-NOTA-FIN          TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOTA-CLE            TO NOTA-CH1
           MOVE LOW-VALUE              TO NOTA-HORODATAGE
           MOVE ZERO                   TO NOTA-RANG
           START FIC-NOTES-ARTICLES KEY IS NOT LESS THAN NOTA-CLE
              INVALID KEY
                 SET WS-NOTA-FIN       TO TRUE
           END-START
           .

       LIT-NOTE-SUIVANTE.
           READ FIC-NOTES-ARTICLES NEXT
            AT END
              SET WS-NOTA-FIN          TO TRUE
            NOT AT END
              IF NOTA-CH1 NOT = WS-NOTA-CLE
                 SET WS-NOTA-FIN       TO TRUE
              END-IF
           END-READ
           .

       COMPTE-NOTES-ARTICLE.
           MOVE ZERO                   TO WS-NOTA-NB-NOTES
           PERFORM POSITIONNE-NOTES-ARTICLE
           PERFORM UNTIL WS-NOTA-FIN
              PERFORM LIT-NOTE-SUIVANTE
              IF NOT WS-NOTA-FIN
                 ADD 1                 TO WS-NOTA-NB-NOTES
              END-IF
           END-PERFORM
           .

       FERME-NOTES-ARTICLES.
           IF WS-NOTA-OUVERT
              CLOSE FIC-NOTES-ARTICLES
              MOVE ZERO                TO WS-NOTA-INDIC-OUVERT
           END-IF
           .
