      *==============================================================*
      * ARRP - APPELS DU SERVICE D'ARRONDI PAR DEVISE FOREX089       *
      *   (zones en copybook ARRW).                                  *
      *   - ARRONDIT-MONTANT pour chaque montant produit : le        *
      *     service applique les decimales de la devise et la regle  *
      *     de l'usage, et cumule le residu. Une anomalie (usage     *
      *     inconnu) laisse un montant arrondi H et se compte dans   *
      *     WS-ARR-NB-ANOMALIES.                                     *
      *   - EMET-RESIDUS-ARRONDI en FIN : section du programme dans  *
      *     le rapport des residus FIC-RESIDUS (DD FICRESA).         *
      *==============================================================*
       ARRONDIT-MONTANT.
           MOVE 'A'                    TO WS-ARR-FONCTION
           IF WS-ARR-DEVISE = SPACE
              MOVE 'EUR'               TO WS-ARR-DEVISE
           END-IF
           CALL WS-CALL-FOREX089 USING WS-ARR-FONCTION
                                       WS-ARR-PROGRAMME
                                       WS-ARR-DEVISE
                                       WS-ARR-USAGE
                                       WS-ARR-PRECISION
                                       WS-ARR-BRUT
                                       WS-ARR-ARRONDI
                                       WS-ARR-DECIMALES
                                       WS-ARR-REGLE
                                       WS-ARR-STATUT
           IF NOT WS-ARR-OK
              ADD 1                    TO WS-ARR-NB-ANOMALIES
           END-IF
           .

       EMET-RESIDUS-ARRONDI.
           MOVE 'F'                    TO WS-ARR-FONCTION
           CALL WS-CALL-FOREX089 USING WS-ARR-FONCTION
                                       WS-ARR-PROGRAMME
                                       WS-ARR-DEVISE
                                       WS-ARR-USAGE
                                       WS-ARR-PRECISION
                                       WS-ARR-BRUT
                                       WS-ARR-ARRONDI
                                       WS-ARR-DECIMALES
                                       WS-ARR-REGLE
                                       WS-ARR-STATUT
           IF NOT WS-ARR-OK
              DISPLAY 'RESIDUS D''ARRONDI NON EMIS (FIC-RESIDUS)'
           END-IF
           .
