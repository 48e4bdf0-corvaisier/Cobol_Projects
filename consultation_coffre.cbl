       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX087.
      *==============================================================*
      * PROGRAMME de consultation du coffre des rapports             *
      *   - Dialogue operateur ACCEPT/DISPLAY (meme esprit que       *
      *     FOREX028) : saisie d'une date AAAAMMJJ et, en option,    *
      *     d'un programme, d'un code rapport et d'une entite        *
      *   - Liste les rapports classes ce jour-la par FOREX086       *
      *     (heure, programme, code, entite, pages, lignes, verdict, *
      *     code retour), par parcours de FIC-COFFRE-INDEX a partir  *
      *     de la date saisie                                        *
      *   - Reimpression d'un rapport de la liste, a l'ecran ou      *
      *     dans FIC-REIMPRESSION (ajoute a la suite, pour envoi a   *
      *     l'imprimante ou transmission), lignes relues dans        *
      *     FIC-COFFRE-LIGNES sous son numero de classement          *
      *   - 'Le listing TVA du 3 mars' se retrouve ici en quelques   *
      *     secondes au lieu de feuilleter les generations           *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      *    FIC-COFFRE-INDEX et FIC-COFFRE-LIGNES : le coffre,
      *    parcouru par cle (START puis READ NEXT)
           COPY COFS.
      * Reimpressions demandees en session
           SELECT FIC-REIMPRESSION
                     ASSIGN to FICREIMP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-REIMP.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
           COPY COF.

       FD  FIC-REIMPRESSION.
       01  REIMP-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-REIMP      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-SESSION PIC 9      VALUE ZERO.
               88 WS-FIN-SESSION               VALUE 1.
           02  WS-INDIC-FIN-COFX    PIC 9      VALUE ZERO.
               88 WS-FIN-COFX                  VALUE 1.
           02  WS-INDIC-FIN-COFL    PIC 9      VALUE ZERO.
               88 WS-FIN-COFL                  VALUE 1.
           02  WS-INDIC-REIMP       PIC 9      VALUE ZERO.
               88 WS-REIMP-OUVERT              VALUE 1.

       01  WS-SAISIES.
           02  WS-DATE-SAISIE       PIC X(08)  VALUE SPACE.
           02  WS-PROGRAMME-SAISI   PIC X(08)  VALUE SPACE.
           02  WS-CODE-SAISI        PIC X(08)  VALUE SPACE.
           02  WS-ENTITE-SAISIE     PIC X(02)  VALUE SPACE.
           02  WS-CHOIX-SAISI       PIC X(03)  VALUE SPACE.
           02  WS-SORTIE-SAISIE     PIC X(01)  VALUE SPACE.
       01  WS-DATE-DEMANDEE         PIC 9(08)  VALUE ZERO.
       01  WS-CHOIX                 PIC 9(03)  VALUE ZERO.

      *    Rapports listes pour la date demandee, numerotes pour le
      *    choix de la reimpression
       01  WS-NB-LISTES             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-LISTES.
           02  WS-LST-ENTREE OCCURS 200.
               05 WS-LST-NUMERO     PIC 9(08).
               05 WS-LST-NB-LIGNES  PIC 9(07).
               05 WS-LST-PROGRAMME  PIC X(08).
               05 WS-LST-CODE       PIC X(08).
               05 WS-LST-ENTITE     PIC X(02).
               05 WS-LST-HEURE      PIC X(06).

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-REIMPRIMEES    PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-RANG-EDT          PIC ZZ9.
           02  WS-PAGES-EDT         PIC ZZ.ZZ9.
           02  WS-LIGNES-EDT        PIC Z.ZZZ.ZZ9.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.

      *    Bandeau de reimpression dans FIC-REIMPRESSION
       01  WS-BANDEAU-REIMP.
           02  FILLER               PIC X(21)
                                    VALUE '*** REIMPRESSION DU '.
           02  WS-BRI-DATE          PIC 9(08).
           02  FILLER               PIC X(01)  VALUE SPACE.
           02  WS-BRI-HEURE         PIC X(06).
           02  FILLER               PIC X(01)  VALUE SPACE.
           02  WS-BRI-PROGRAMME     PIC X(08).
           02  FILLER               PIC X(01)  VALUE SPACE.
           02  WS-BRI-CODE          PIC X(08).
           02  FILLER               PIC X(01)  VALUE SPACE.
           02  WS-BRI-ENTITE        PIC X(02).
           02  FILLER               PIC X(05)  VALUE ' *** '.
           02  FILLER               PIC X(138) VALUE SPACE.

      *    Statuts du coffre des rapports
           COPY COFW.
      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT
           PERFORM TRAITEMENT
             UNTIL WS-FIN-SESSION
           PERFORM FIN
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS

           OPEN INPUT FIC-COFFRE-INDEX
           MOVE WS-STATUS-COFX      TO WS-FSTA-STATUT
           MOVE 'FIC-COFX'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           OPEN INPUT FIC-COFFRE-LIGNES
           MOVE WS-STATUS-COFL      TO WS-FSTA-STATUT
           MOVE 'FIC-COFL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           DISPLAY '================================================'
           DISPLAY ' FOREX087 - CONSULTATION DU COFFRE DES RAPPORTS'
           DISPLAY '================================================'
           DISPLAY ' Saisir une date AAAAMMJJ (ENTREE seule pour'
           DISPLAY ' terminer), puis programme, code rapport et'
           DISPLAY ' entite (facultatifs).'
           DISPLAY '================================================'
           .

       TRAITEMENT.
           MOVE SPACE               TO WS-DATE-SAISIE
           DISPLAY 'Date a consulter (AAAAMMJJ) ?'
           ACCEPT WS-DATE-SAISIE
           IF WS-DATE-SAISIE = SPACE
              SET WS-FIN-SESSION    TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF WS-DATE-SAISIE NOT NUMERIC
              DISPLAY 'Date invalide, AAAAMMJJ attendu'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-SAISIE      TO WS-DATE-DEMANDEE
           MOVE SPACE               TO WS-PROGRAMME-SAISI
                                       WS-CODE-SAISI
                                       WS-ENTITE-SAISIE
           DISPLAY 'Programme (blanc = tous) ?'
           ACCEPT WS-PROGRAMME-SAISI
           DISPLAY 'Code rapport (blanc = tous) ?'
           ACCEPT WS-CODE-SAISI
           DISPLAY 'Entite (blanc = toutes) ?'
           ACCEPT WS-ENTITE-SAISIE
           PERFORM CONSULTE-DATE
           IF WS-NB-LISTES > ZERO
              PERFORM CHOISIT-REIMPRESSION
           END-IF
           .

      *    Parcours de l'index a partir de la date demandee : les
      *    rapports de cette date (filtres aux criteres saisis) sont
      *    listes, le parcours s'arrete a la premiere date suivante
       CONSULTE-DATE.
           MOVE ZERO                TO WS-INDIC-FIN-COFX
                                       WS-NB-LISTES
           MOVE WS-DATE-DEMANDEE    TO COFX-DATE
           MOVE LOW-VALUE           TO COFX-PROGRAMME
                                       COFX-CODE
                                       COFX-ENTITE
                                       COFX-HEURE
           START FIC-COFFRE-INDEX KEY NOT < COFX-CLE
              INVALID KEY
                 SET WS-FIN-COFX    TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-COFX
              READ FIC-COFFRE-INDEX NEXT
               AT END
                 SET WS-FIN-COFX    TO TRUE
               NOT AT END
                 IF COFX-DATE NOT = WS-DATE-DEMANDEE
                    SET WS-FIN-COFX TO TRUE
                 ELSE
                    IF (WS-PROGRAMME-SAISI = SPACE
                        OR COFX-PROGRAMME = WS-PROGRAMME-SAISI)
                       AND (WS-CODE-SAISI = SPACE
                        OR COFX-CODE = WS-CODE-SAISI)
                       AND (WS-ENTITE-SAISIE = SPACE
                        OR COFX-ENTITE = WS-ENTITE-SAISIE)
                       PERFORM AFFICHE-RAPPORT
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           IF WS-NB-LISTES = ZERO
              DISPLAY 'Aucun rapport classe pour ces criteres'
           END-IF
           .

       AFFICHE-RAPPORT.
           IF WS-NB-LISTES >= 200
              IF WS-NB-LISTES = 200
                 DISPLAY 'Plus de 200 rapports : preciser les '
                         'criteres pour voir la suite'
                 ADD 1              TO WS-NB-LISTES
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-LISTES
           MOVE COFX-NUMERO         TO WS-LST-NUMERO (WS-NB-LISTES)
           MOVE COFX-NB-LIGNES      TO WS-LST-NB-LIGNES (WS-NB-LISTES)
           MOVE COFX-PROGRAMME      TO WS-LST-PROGRAMME (WS-NB-LISTES)
           MOVE COFX-CODE           TO WS-LST-CODE (WS-NB-LISTES)
           MOVE COFX-ENTITE         TO WS-LST-ENTITE (WS-NB-LISTES)
           MOVE COFX-HEURE          TO WS-LST-HEURE (WS-NB-LISTES)
           MOVE WS-NB-LISTES        TO WS-RANG-EDT
           MOVE COFX-NB-PAGES       TO WS-PAGES-EDT
           MOVE COFX-NB-LIGNES      TO WS-LIGNES-EDT
           DISPLAY WS-RANG-EDT ' ' COFX-HEURE ' ' COFX-PROGRAMME
                   ' ' COFX-CODE ' ' COFX-ENTITE
                   ' VERDICT ' COFX-VERDICT ' RC ' COFX-CODE-RETOUR
           DISPLAY '      PAGES ' WS-PAGES-EDT
                   '  LIGNES ' WS-LIGNES-EDT
           .

      *    Choix d'un rapport de la liste et de la sortie
       CHOISIT-REIMPRESSION.
           MOVE SPACE               TO WS-CHOIX-SAISI
           DISPLAY 'Numero a reimprimer (blanc = aucun) ?'
           ACCEPT WS-CHOIX-SAISI
           IF WS-CHOIX-SAISI = SPACE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-CHOIX-SAISI) NOT = ZERO
              DISPLAY 'Numero invalide'
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHOIX = FUNCTION NUMVAL (WS-CHOIX-SAISI)
           IF WS-CHOIX < 1 OR WS-CHOIX > WS-NB-LISTES
              OR WS-CHOIX > 200
              DISPLAY 'Numero hors de la liste'
              EXIT PARAGRAPH
           END-IF
           MOVE SPACE               TO WS-SORTIE-SAISIE
           DISPLAY 'Sortie : E = ecran, F = fichier de reimpression ?'
           ACCEPT WS-SORTIE-SAISIE
           MOVE FUNCTION UPPER-CASE (WS-SORTIE-SAISIE)
                                    TO WS-SORTIE-SAISIE
           EVALUATE WS-SORTIE-SAISIE
              WHEN 'E'
              WHEN 'F'
                 PERFORM REIMPRIME-RAPPORT
              WHEN OTHER
                 DISPLAY 'Sortie invalide, E ou F attendu'
           END-EVALUATE
           .

      *    Relecture des lignes du rapport choisi, dans l'ordre
      *    d'origine, jusqu'a son nombre de lignes classees
       REIMPRIME-RAPPORT.
           IF WS-SORTIE-SAISIE = 'F' AND NOT WS-REIMP-OUVERT
              OPEN EXTEND FIC-REIMPRESSION
              IF WS-STATUS-REIMP NOT = '00'
                 OPEN OUTPUT FIC-REIMPRESSION
              END-IF
              MOVE WS-STATUS-REIMP  TO WS-FSTA-STATUT
              MOVE 'FIC-REIMP'      TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              SET WS-REIMP-OUVERT   TO TRUE
           END-IF
           IF WS-SORTIE-SAISIE = 'F'
              MOVE WS-DATE-DEMANDEE TO WS-BRI-DATE
              MOVE WS-LST-HEURE (WS-CHOIX)     TO WS-BRI-HEURE
              MOVE WS-LST-PROGRAMME (WS-CHOIX) TO WS-BRI-PROGRAMME
              MOVE WS-LST-CODE (WS-CHOIX)      TO WS-BRI-CODE
              MOVE WS-LST-ENTITE (WS-CHOIX)    TO WS-BRI-ENTITE
              WRITE REIMP-REC FROM WS-BANDEAU-REIMP
           END-IF

           MOVE ZERO                TO WS-INDIC-FIN-COFL
           MOVE WS-LST-NUMERO (WS-CHOIX) TO COFL-NUMERO
           MOVE 1                   TO COFL-LIGNE
           START FIC-COFFRE-LIGNES KEY NOT < COFL-CLE
              INVALID KEY
                 SET WS-FIN-COFL    TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-COFL
              READ FIC-COFFRE-LIGNES NEXT
               AT END
                 SET WS-FIN-COFL    TO TRUE
               NOT AT END
                 IF COFL-NUMERO NOT = WS-LST-NUMERO (WS-CHOIX)
                    OR COFL-LIGNE > WS-LST-NB-LIGNES (WS-CHOIX)
                    SET WS-FIN-COFL TO TRUE
                 ELSE
                    IF WS-SORTIE-SAISIE = 'F'
                       WRITE REIMP-REC FROM COFL-TEXTE
                    ELSE
                       DISPLAY FUNCTION TRIM (COFL-TEXTE TRAILING)
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           ADD 1                    TO WS-NB-REIMPRIMEES
           MOVE WS-LST-NB-LIGNES (WS-CHOIX) TO WS-NB-EDT
           DISPLAY 'Rapport reimprime : ' WS-NB-EDT ' ligne(s)'
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.

      * Fin du pgm
       FIN.
           MOVE WS-NB-REIMPRIMEES   TO WS-NB-EDT
           DISPLAY '================================================'
           DISPLAY ' FOREX087 - FIN DE SESSION, ' WS-NB-EDT
                   ' reimpression(s)'
           DISPLAY '================================================'

           CLOSE FIC-COFFRE-INDEX
                 FIC-COFFRE-LIGNES
           IF WS-REIMP-OUVERT
              CLOSE FIC-REIMPRESSION
           END-IF
           .
