      *==============================================================*
      * JECHP - ECRITURE DANS LE JOURNAL DES ECHANGES PARTENAIRES    *
      *   FIC-JRN-ECHANGES. A la difference du fil des alertes, les  *
      *   evenements sont nombreux (un par document) : le journal    *
      *   est ouvert une fois en EXTEND (OUVRE-JRN-ECHANGES, en      *
      *   INIT) et referme en FIN (FERME-JRN-ECHANGES). Un journal   *
      *   impossible a ouvrir ne bloque pas l'echange lui-meme : le  *
      *   run continue sans journal, avec un message.                *
      *==============================================================*
       OUVRE-JRN-ECHANGES.
           OPEN EXTEND FIC-JRN-ECHANGES
           IF WS-STATUS-JECH NOT = '00'
              OPEN OUTPUT FIC-JRN-ECHANGES
           END-IF
           IF WS-STATUS-JECH = '00'
              SET WS-JECH-OUVERT       TO TRUE
           ELSE
              DISPLAY WS-JECH-PROGRAMME ' : FIC-JRN-ECHANGES '
                      'indisponible (' WS-STATUS-JECH
                      '), echanges non journalises'
           END-IF
           .

       ECRIT-JRN-ECHANGE.
           IF NOT WS-JECH-OUVERT
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE  TO WS-JECH-DATE-HEURE-SYS
           MOVE SPACES                 TO JECH-REC
           MOVE WS-JECH-DATE           TO JECH-DATE
           MOVE WS-JECH-HEURE          TO JECH-HEURE
           MOVE WS-JECH-EVENEMENT      TO JECH-EVENEMENT
           MOVE WS-JECH-PARTENAIRE     TO JECH-PARTENAIRE
           MOVE WS-JECH-CLE            TO JECH-CLE
           MOVE WS-JECH-MOTIF          TO JECH-MOTIF
           MOVE WS-JECH-PROGRAMME      TO JECH-PROGRAMME
           WRITE JECH-REC
           .

       FERME-JRN-ECHANGES.
           IF WS-JECH-OUVERT
              CLOSE FIC-JRN-ECHANGES
              MOVE ZERO                TO WS-INDIC-JECH-OUVERT
           END-IF
           .
