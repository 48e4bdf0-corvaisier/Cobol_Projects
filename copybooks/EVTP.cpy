      *==============================================================*
      * EVTP - ECRITURE DANS LA BOITE D'EVENEMENTS DE FICHIER1       *
      *   (copybooks EVTS, EVT et EVTW).                             *
      *   - OUVRE-EVT-SORTANTS en INIT, avant toute mise a jour :    *
      *     le dernier numero attribue est le plus grand de          *
      *     FIC-EVT-SEQUENCE et des evenements encore dans la boite  *
      *     (un run interrompu avant FERME-EVT-SORTANTS ne fait pas  *
      *     repartir la sequence en arriere). Une boite impossible   *
      *     a ouvrir arrete le programme : une mise a jour sans son  *
      *     evenement serait perdue pour les abonnes.                *
      *   - ECRIT-EVENEMENT-FIC1 apres chaque WRITE, REWRITE ou      *
      *     DELETE reussi de FICHIER1 ; une modification qui ne      *
      *     change rien aux zones metier n'emet rien.                *
      *   - FERME-EVT-SORTANTS en FIN : boite fermee, sequence       *
      *     reecrite.                                                *
      *==============================================================*
       OUVRE-EVT-SORTANTS.
           IF WS-EVT-OPERATEUR = SPACE
              MOVE WS-EVT-PROGRAMME    TO WS-EVT-OPERATEUR
           END-IF
           MOVE ZERO                   TO WS-EVT-SEQUENCE
           OPEN INPUT FIC-EVT-SEQUENCE
           IF WS-STATUS-EVSQ = '00'
              READ FIC-EVT-SEQUENCE
               NOT AT END
                 IF EVSQ-DERNIERE NUMERIC
                    MOVE EVSQ-DERNIERE TO WS-EVT-SEQUENCE
                 END-IF
              END-READ
              CLOSE FIC-EVT-SEQUENCE
           END-IF
           MOVE ZERO                   TO WS-EVT-INDIC-FIN
           OPEN INPUT FIC-EVT-SORTANTS
           IF WS-STATUS-EVTO = '00'
              PERFORM UNTIL WS-EVT-FIN
                 READ FIC-EVT-SORTANTS
                  AT END
                    SET WS-EVT-FIN     TO TRUE
                  NOT AT END
                    IF EVT-SEQUENCE NUMERIC
                       AND EVT-SEQUENCE > WS-EVT-SEQUENCE
                       MOVE EVT-SEQUENCE TO WS-EVT-SEQUENCE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FIC-EVT-SORTANTS
           END-IF
           OPEN EXTEND FIC-EVT-SORTANTS
           IF WS-STATUS-EVTO NOT = '00'
              OPEN OUTPUT FIC-EVT-SORTANTS
           END-IF
           MOVE WS-STATUS-EVTO         TO WS-FSTA-STATUT
           MOVE 'FIC-EVTO'             TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           SET WS-EVT-OUVERT           TO TRUE
           .

       ECRIT-EVENEMENT-FIC1.
           IF NOT WS-EVT-OUVERT
              EXIT PARAGRAPH
           END-IF
           IF WS-EVT-TYPE = 'M'
              EVALUATE TRUE
                 WHEN WS-EVT-AV-DONNEES = WS-EVT-AP-DONNEES
                    EXIT PARAGRAPH
                 WHEN WS-EVT-AP-STATUT = 'C'
                  AND WS-EVT-AV-STATUT NOT = 'C'
                    MOVE 'C'           TO WS-EVT-TYPE
                 WHEN WS-EVT-AP-MONTANT NOT = WS-EVT-AV-MONTANT
                   OR WS-EVT-AP-DEVISE NOT = WS-EVT-AV-DEVISE
                    MOVE 'P'           TO WS-EVT-TYPE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           MOVE FUNCTION CURRENT-DATE  TO WS-EVT-DATE-HEURE-SYS
           ADD 1                       TO WS-EVT-SEQUENCE
           MOVE SPACES                 TO EVT-REC
           MOVE WS-EVT-SEQUENCE        TO EVT-SEQUENCE
           MOVE WS-EVT-CLE             TO EVT-CLE
           MOVE WS-EVT-TYPE            TO EVT-TYPE
           MOVE WS-EVT-HORODATAGE      TO EVT-DATE-HEURE
           MOVE WS-EVT-PROGRAMME       TO EVT-PROGRAMME
           MOVE WS-EVT-OPERATEUR       TO EVT-OPERATEUR
           IF WS-EVT-TYPE NOT = 'A'
              MOVE WS-EVT-AV-DONNEES   TO EVT-AVANT
           END-IF
           IF WS-EVT-TYPE NOT = 'S'
              MOVE WS-EVT-AP-DONNEES   TO EVT-APRES
           END-IF
           WRITE EVT-REC
           MOVE WS-STATUS-EVTO         TO WS-FSTA-STATUT
           MOVE 'FIC-EVTO'             TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                       TO WS-EVT-NB-ECRITS
           .

       FERME-EVT-SORTANTS.
           IF NOT WS-EVT-OUVERT
              EXIT PARAGRAPH
           END-IF
           CLOSE FIC-EVT-SORTANTS
           MOVE ZERO                   TO WS-EVT-INDIC-OUVERT
           OPEN OUTPUT FIC-EVT-SEQUENCE
           MOVE WS-STATUS-EVSQ         TO WS-FSTA-STATUT
           MOVE 'FIC-EVSQ'             TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE SPACES                 TO EVSQ-REC
           MOVE WS-EVT-SEQUENCE        TO EVSQ-DERNIERE
           WRITE EVSQ-REC
           CLOSE FIC-EVT-SEQUENCE
           DISPLAY WS-EVT-PROGRAMME ' : ' WS-EVT-NB-ECRITS
                   ' evenement(s) FICHIER1 emis, sequence '
                   WS-EVT-SEQUENCE
           .
