       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX089.
      *==============================================================*
      * SOUS-PROGRAMME unites mineures et regles d'arrondi par       *
      * devise                                                       *
      *   - Chaque calculateur de montants arrondissait a sa facon   *
      *     (FOREX040 a l'euro entier par FOREX008, FOREX039 et      *
      *     FOREX00B par ROUNDED, FOREX056 sans arrondi) et toujours *
      *     a deux decimales, alors que le JPY n'a pas de centimes   *
      *     et que certaines devises en ont trois. Ce service tient  *
      *     pour chaque devise son nombre de decimales et la regle   *
      *     d'arrondi a appliquer selon l'usage du montant           *
      *   - Usages (LK-ARR-USAGE) : C conversion, T taxe,            *
      *     P penalite, R reglement                                  *
      *   - Regles : H demi a l'unite superieure (half-up),          *
      *     E demi au pair (half-even, arrondi bancaire),            *
      *     T troncature                                             *
      *   - Parametrage FIC-PARAM-ARRONDI, tenu par l'exploitation   *
      *     et facultatif : 1 ligne par regle, devise (col 1-3,      *
      *     '***' = toutes), usage (col 5, '*' = tous), decimales    *
      *     (col 7, blanc = valeur ISO), regle (col 9, blanc =       *
      *     regle par defaut de l'usage). La ligne la plus precise   *
      *     l'emporte : devise+usage, devise+'*', '***'+usage,       *
      *     '***'+'*', puis les valeurs integrees                    *
      *   - Valeurs integrees : 0 decimale pour JPY KRW ISK CLP VND  *
      *     XOF XAF PYG UGX, 3 pour KWD BHD JOD OMR TND LYD IQD,     *
      *     2 pour les autres ; regle H sauf penalite en T (la       *
      *     penalite n'etait jamais arrondie au profit du client)    *
      *   - Fonctions (LK-ARR-FONCTION) :                            *
      *       A  arrondit LK-ARR-BRUT dans LK-ARR-ARRONDI, au plus   *
      *          LK-ARR-PRECISION decimales (capacite de la zone     *
      *          receptrice de l'appelant) ; LK-ARR-DECIMALES et     *
      *          LK-ARR-REGLE recoivent ce qui a ete applique. Le    *
      *          residu (arrondi - brut) est cumule par devise et    *
      *          usage                                               *
      *       F  fin de run : ajoute au rapport FIC-RESIDUS la       *
      *          section de LK-ARR-PROGRAMME (residu cumule par      *
      *          devise et usage) et remet les cumuls a zero         *
      *   - LK-ARR-STATUT : 1 si la fonction s'est executee, 0 sur   *
      *     fonction ou usage inconnu (le montant est alors arrondi  *
      *     en H a LK-ARR-PRECISION decimales, l'appelant n'est      *
      *     jamais laisse sans montant)                              *
      *   - Le parametrage n'est charge qu'au premier appel, puis    *
      *     conserve (le module reste en memoire entre les CALL,     *
      *     comme FOREX008, FOREX023 et FOREX043)                    *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Regles d'arrondi par devise et usage - facultatif : sans
      *   lui, les valeurs integrees s'appliquent
           SELECT FIC-PARAM-ARRONDI
                     ASSIGN to FICPARR
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PARR.
      * Rapport des residus d'arrondi, une section par programme et
      *   par run (cumulatif, DISP=MOD)
           SELECT FIC-RESIDUS
                     ASSIGN to FICRESA
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RESA.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM-ARRONDI.
       01  PARR-REC.
         10 PARR-DEVISE        PIC X(03).
         10 FILLER             PIC X(01).
         10 PARR-USAGE         PIC X(01).
         10 FILLER             PIC X(01).
         10 PARR-DECIMALES     PIC X(01).
         10 FILLER             PIC X(01).
         10 PARR-REGLE         PIC X(01).
         10 FILLER             PIC X(71).

       FD  FIC-RESIDUS.
       01  RESA-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PARR           PIC 9(02)  VALUE ZERO.
       01  WS-STATUS-RESA           PIC 9(02)  VALUE ZERO.
       01  WS-INDIC-FIN-PARR        PIC 9      VALUE ZERO.
           88 WS-FIN-PARR                      VALUE 1.
       01  WS-INDIC-PARR-CHARGE     PIC 9      VALUE ZERO.
           88 WS-PARR-DEJA-CHARGE              VALUE 1.
       01  WS-INDIC-TROUVE          PIC 9      VALUE ZERO.
           88 WS-TROUVE                        VALUE 1.

      *    Regles chargees de FIC-PARAM-ARRONDI
       01  WS-NB-REGLES             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-REGLES.
           02  WS-REGLE-ENTREE OCCURS 100.
               05 WS-RGL-DEVISE     PIC X(03).
               05 WS-RGL-USAGE      PIC X(01).
               05 WS-RGL-DECIMALES  PIC X(01).
               05 WS-RGL-REGLE      PIC X(01).
       01  WS-IDX-REGLE             PIC S9(4) COMP SYNC VALUE ZERO.

      *    Unites mineures ISO hors cas general a 2 decimales
       01  WS-DEVISES-ISO.
           05 FILLER PIC X(04) VALUE 'JPY0'.
           05 FILLER PIC X(04) VALUE 'KRW0'.
           05 FILLER PIC X(04) VALUE 'ISK0'.
           05 FILLER PIC X(04) VALUE 'CLP0'.
           05 FILLER PIC X(04) VALUE 'VND0'.
           05 FILLER PIC X(04) VALUE 'XOF0'.
           05 FILLER PIC X(04) VALUE 'XAF0'.
           05 FILLER PIC X(04) VALUE 'PYG0'.
           05 FILLER PIC X(04) VALUE 'UGX0'.
           05 FILLER PIC X(04) VALUE 'KWD3'.
           05 FILLER PIC X(04) VALUE 'BHD3'.
           05 FILLER PIC X(04) VALUE 'JOD3'.
           05 FILLER PIC X(04) VALUE 'OMR3'.
           05 FILLER PIC X(04) VALUE 'TND3'.
           05 FILLER PIC X(04) VALUE 'LYD3'.
           05 FILLER PIC X(04) VALUE 'IQD3'.
       01  WS-DEVISES-ISO-R REDEFINES WS-DEVISES-ISO.
           05  WS-ISO-ENTREE OCCURS 16.
               10 WS-ISO-DEVISE     PIC X(03).
               10 WS-ISO-DECIMALES  PIC 9(01).
       01  WS-IDX-ISO               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Cumul des residus du run par devise et usage
       01  WS-NB-RESIDUS            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-RESIDUS.
           02  WS-RES-ENTREE OCCURS 200.
               05 WS-RES-DEVISE     PIC X(03).
               05 WS-RES-USAGE      PIC X(01).
               05 WS-RES-REGLE      PIC X(01).
               05 WS-RES-DECIMALES  PIC 9(01).
               05 WS-RES-NB         PIC S9(9) COMP.
               05 WS-RES-CUMUL      PIC S9(11)V9(06).
       01  WS-IDX-RES               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Regle retenue pour l'appel courant
       01  WS-DECIMALES             PIC 9(01)  VALUE ZERO.
       01  WS-REGLE                 PIC X(01)  VALUE SPACE.
           88 WS-REGLE-VALIDE                  VALUE 'H' 'E' 'T'.
       01  WS-DEC-PARAM             PIC X(01)  VALUE SPACE.
       01  WS-REGLE-PARAM           PIC X(01)  VALUE SPACE.

      *    Zones de calcul de l'arrondi : le montant est ramene a
      *    l'unite mineure (x 10 puissance decimales), la regle
      *    porte sur la partie fractionnaire, puis le montant est
      *    remis a l'echelle
       01  WS-FACTEUR               PIC 9(04)  VALUE ZERO.
       01  WS-ECHELLE               PIC 9(15)V9(06) VALUE ZERO.
       01  WS-ENTIER                PIC 9(15)  VALUE ZERO.
       01  WS-FRACTION              PIC V9(06) VALUE ZERO.
       01  WS-PARITE                PIC 9(01)  VALUE ZERO.
       01  WS-NEGATIF               PIC 9      VALUE ZERO.
           88 WS-MONTANT-NEGATIF               VALUE 1.
       01  WS-RESULTAT              PIC S9(11)V9(03) VALUE ZERO.
       01  WS-RESIDU                PIC S9(11)V9(06) VALUE ZERO.

      *    Rapport des residus
       01  WS-LIGNE-RESIDU          PIC X(80)  VALUE SPACE.
       01  WS-DATE-HEURE-SYS.
           02  WS-DATE-SYS          PIC X(08).
           02  WS-HEURE-SYS         PIC X(06).
           02  FILLER               PIC X(07).
       01  WS-NB-EDT                PIC ZZZ.ZZZ.ZZ9.
       01  WS-RESIDU-EDT            PIC -ZZZ.ZZZ.ZZ9,999999.

       LINKAGE SECTION.
      *    Fonction demandee : A / F
       01  LK-ARR-FONCTION          PIC X(01).
      *    Programme appelant, en tete de sa section du rapport
       01  LK-ARR-PROGRAMME         PIC X(08).
       01  LK-ARR-DEVISE            PIC X(03).
      *    Usage du montant : C / T / P / R
       01  LK-ARR-USAGE             PIC X(01).
      *    Decimales que la zone receptrice de l'appelant peut tenir
       01  LK-ARR-PRECISION         PIC 9(01).
       01  LK-ARR-BRUT              PIC S9(11)V9(06).
       01  LK-ARR-ARRONDI           PIC S9(11)V9(03).
       01  LK-ARR-DECIMALES         PIC 9(01).
       01  LK-ARR-REGLE             PIC X(01).
       01  LK-ARR-STATUT            PIC 9.
           88  LK-ARR-OK                       VALUE 1.
           88  LK-ARR-ERREUR                   VALUE 0.

      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION USING LK-ARR-FONCTION LK-ARR-PROGRAMME
                                LK-ARR-DEVISE LK-ARR-USAGE
                                LK-ARR-PRECISION LK-ARR-BRUT
                                LK-ARR-ARRONDI LK-ARR-DECIMALES
                                LK-ARR-REGLE LK-ARR-STATUT.

      * Début du pgm

       MAIN.
           SET LK-ARR-OK            TO TRUE

           IF NOT WS-PARR-DEJA-CHARGE
              PERFORM CHARGE-PARAM-ARRONDI
           END-IF

           EVALUATE LK-ARR-FONCTION
              WHEN 'A'
                 PERFORM FONCTION-ARRONDI
              WHEN 'F'
                 PERFORM FONCTION-FIN-RUN
              WHEN OTHER
                 SET LK-ARR-ERREUR  TO TRUE
                 DISPLAY 'FOREX089 : fonction inconnue "'
                         LK-ARR-FONCTION '"'
           END-EVALUATE

      * Fin du pgm
           GOBACK.

      *    Chargement des regles, au premier appel seulement -
      *    fichier absent : valeurs integrees seules
       CHARGE-PARAM-ARRONDI.
           SET WS-PARR-DEJA-CHARGE  TO TRUE
           OPEN INPUT FIC-PARAM-ARRONDI
           IF WS-STATUS-PARR = '00'
              PERFORM LIT-REGLE
                UNTIL WS-FIN-PARR
              CLOSE FIC-PARAM-ARRONDI
           ELSE
              DISPLAY 'FOREX089 : FIC-PARAM-ARRONDI absent, regles '
                      'integrees seules'
           END-IF
           .

      *    Une ligne n'est retenue que si ses decimales (0 a 3 ou
      *    blanc) et sa regle (H, E, T ou blanc) sont lisibles
       LIT-REGLE.
           READ FIC-PARAM-ARRONDI
            AT END
              SET WS-FIN-PARR      TO TRUE
            NOT AT END
              IF PARR-DEVISE NOT = SPACE
                 AND PARR-USAGE NOT = SPACE
                 AND (PARR-DECIMALES = SPACE
                   OR PARR-DECIMALES = '0' OR '1' OR '2' OR '3')
                 AND (PARR-REGLE = SPACE
                   OR PARR-REGLE = 'H' OR 'E' OR 'T')
                 IF WS-NB-REGLES >= 100
                    DISPLAY 'FOREX089 : table des regles pleine '
                            '(100), ligne ignoree "'
                            PARR-REC (1:9) '"'
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1             TO WS-NB-REGLES
                 MOVE PARR-DEVISE  TO WS-RGL-DEVISE (WS-NB-REGLES)
                 MOVE PARR-USAGE   TO WS-RGL-USAGE (WS-NB-REGLES)
                 MOVE PARR-DECIMALES
                                   TO WS-RGL-DECIMALES (WS-NB-REGLES)
                 MOVE PARR-REGLE   TO WS-RGL-REGLE (WS-NB-REGLES)
              ELSE
                 DISPLAY 'FOREX089 : ligne de regle ignoree "'
                         PARR-REC (1:9) '"'
              END-IF
           END-READ
           .

      *    Arrondi d'un montant : regle et decimales de la devise
      *    pour l'usage, bornees par la precision de l'appelant
       FONCTION-ARRONDI.
           IF LK-ARR-PRECISION NOT NUMERIC
              MOVE 2                TO LK-ARR-PRECISION
           END-IF
           IF LK-ARR-USAGE NOT = 'C' AND 'T' AND 'P' AND 'R'
              SET LK-ARR-ERREUR     TO TRUE
              DISPLAY 'FOREX089 : usage inconnu "' LK-ARR-USAGE
                      '", arrondi H a ' LK-ARR-PRECISION
                      ' decimales'
              MOVE LK-ARR-PRECISION TO WS-DECIMALES
              MOVE 'H'              TO WS-REGLE
           ELSE
              PERFORM DETERMINE-REGLE
           END-IF
           IF WS-DECIMALES > LK-ARR-PRECISION
              MOVE LK-ARR-PRECISION TO WS-DECIMALES
           END-IF

           PERFORM CALCULE-ARRONDI

           MOVE WS-RESULTAT         TO LK-ARR-ARRONDI
           MOVE WS-DECIMALES        TO LK-ARR-DECIMALES
           MOVE WS-REGLE            TO LK-ARR-REGLE
           IF LK-ARR-OK
              PERFORM CUMULE-RESIDU
           END-IF
           .

      *    Decimales et regle : d'abord les valeurs integrees, puis
      *    la ligne de parametrage la plus precise qui existe
      *    (une ligne vide sur un point garde la valeur integree)
       DETERMINE-REGLE.
           MOVE 2                   TO WS-DECIMALES
           PERFORM VARYING WS-IDX-ISO
                   FROM    1 BY 1
                   UNTIL   WS-IDX-ISO > 16
              IF WS-ISO-DEVISE (WS-IDX-ISO) = LK-ARR-DEVISE
                 MOVE WS-ISO-DECIMALES (WS-IDX-ISO)
                                    TO WS-DECIMALES
              END-IF
           END-PERFORM
           IF LK-ARR-USAGE = 'P'
              MOVE 'T'              TO WS-REGLE
           ELSE
              MOVE 'H'              TO WS-REGLE
           END-IF

           MOVE SPACE               TO WS-DEC-PARAM
           MOVE SPACE               TO WS-REGLE-PARAM
           MOVE ZERO                TO WS-INDIC-TROUVE
           PERFORM CHERCHE-REGLE-DEVISE-USAGE
           IF NOT WS-TROUVE
              PERFORM CHERCHE-REGLE-DEVISE
           END-IF
           IF NOT WS-TROUVE
              PERFORM CHERCHE-REGLE-USAGE
           END-IF
           IF NOT WS-TROUVE
              PERFORM CHERCHE-REGLE-GENERALE
           END-IF
           IF WS-DEC-PARAM NOT = SPACE
              MOVE WS-DEC-PARAM     TO WS-DECIMALES
           END-IF
           IF WS-REGLE-PARAM NOT = SPACE
              MOVE WS-REGLE-PARAM   TO WS-REGLE
           END-IF
           .

       CHERCHE-REGLE-DEVISE-USAGE.
           PERFORM VARYING WS-IDX-REGLE
                   FROM    1 BY 1
                   UNTIL   WS-IDX-REGLE > WS-NB-REGLES
                        OR WS-TROUVE
              IF WS-RGL-DEVISE (WS-IDX-REGLE) = LK-ARR-DEVISE
                 AND WS-RGL-USAGE (WS-IDX-REGLE) = LK-ARR-USAGE
                 PERFORM RETIENT-REGLE
              END-IF
           END-PERFORM
           .

       CHERCHE-REGLE-DEVISE.
           PERFORM VARYING WS-IDX-REGLE
                   FROM    1 BY 1
                   UNTIL   WS-IDX-REGLE > WS-NB-REGLES
                        OR WS-TROUVE
              IF WS-RGL-DEVISE (WS-IDX-REGLE) = LK-ARR-DEVISE
                 AND WS-RGL-USAGE (WS-IDX-REGLE) = '*'
                 PERFORM RETIENT-REGLE
              END-IF
           END-PERFORM
           .

       CHERCHE-REGLE-USAGE.
           PERFORM VARYING WS-IDX-REGLE
                   FROM    1 BY 1
                   UNTIL   WS-IDX-REGLE > WS-NB-REGLES
                        OR WS-TROUVE
              IF WS-RGL-DEVISE (WS-IDX-REGLE) = '***'
                 AND WS-RGL-USAGE (WS-IDX-REGLE) = LK-ARR-USAGE
                 PERFORM RETIENT-REGLE
              END-IF
           END-PERFORM
           .

       CHERCHE-REGLE-GENERALE.
           PERFORM VARYING WS-IDX-REGLE
                   FROM    1 BY 1
                   UNTIL   WS-IDX-REGLE > WS-NB-REGLES
                        OR WS-TROUVE
              IF WS-RGL-DEVISE (WS-IDX-REGLE) = '***'
                 AND WS-RGL-USAGE (WS-IDX-REGLE) = '*'
                 PERFORM RETIENT-REGLE
              END-IF
           END-PERFORM
           .

       RETIENT-REGLE.
           SET WS-TROUVE            TO TRUE
           MOVE WS-RGL-DECIMALES (WS-IDX-REGLE) TO WS-DEC-PARAM
           MOVE WS-RGL-REGLE (WS-IDX-REGLE)     TO WS-REGLE-PARAM
           .

      *    Arrondi sur la valeur absolue, signe remis ensuite : H
      *    et E arrondissent le demi en s'eloignant de zero (E
      *    seulement vers l'unite paire), T tronque vers zero
       CALCULE-ARRONDI.
           MOVE ZERO                TO WS-NEGATIF
           IF LK-ARR-BRUT < ZERO
              SET WS-MONTANT-NEGATIF TO TRUE
           END-IF
           COMPUTE WS-FACTEUR = 10 ** WS-DECIMALES
           IF WS-MONTANT-NEGATIF
              COMPUTE WS-ECHELLE = ZERO - LK-ARR-BRUT * WS-FACTEUR
           ELSE
              COMPUTE WS-ECHELLE = LK-ARR-BRUT * WS-FACTEUR
           END-IF
           MOVE WS-ECHELLE          TO WS-ENTIER
           COMPUTE WS-FRACTION = WS-ECHELLE - WS-ENTIER

           EVALUATE WS-REGLE
              WHEN 'H'
                 IF WS-FRACTION >= 0,5
                    ADD 1           TO WS-ENTIER
                 END-IF
              WHEN 'E'
                 COMPUTE WS-PARITE = FUNCTION MOD (WS-ENTIER 2)
                 IF WS-FRACTION > 0,5
                    OR (WS-FRACTION = 0,5 AND WS-PARITE = 1)
                    ADD 1           TO WS-ENTIER
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           COMPUTE WS-RESULTAT = WS-ENTIER / WS-FACTEUR
           IF WS-MONTANT-NEGATIF
              COMPUTE WS-RESULTAT = ZERO - WS-RESULTAT
           END-IF
           .

      *    Residu de l'arrondi (arrondi - brut) cumule par devise et
      *    usage ; la regle et les decimales retenues sont celles du
      *    dernier montant (elles ne changent pas en cours de run)
       CUMULE-RESIDU.
           COMPUTE WS-RESIDU = WS-RESULTAT - LK-ARR-BRUT
           MOVE ZERO                TO WS-INDIC-TROUVE
           PERFORM VARYING WS-IDX-RES
                   FROM    1 BY 1
                   UNTIL   WS-IDX-RES > WS-NB-RESIDUS
                        OR WS-TROUVE
              IF WS-RES-DEVISE (WS-IDX-RES) = LK-ARR-DEVISE
                 AND WS-RES-USAGE (WS-IDX-RES) = LK-ARR-USAGE
                 SET WS-TROUVE      TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-TROUVE
              IF WS-NB-RESIDUS >= 200
                 DISPLAY 'FOREX089 : table des residus pleine, '
                         LK-ARR-DEVISE ' ' LK-ARR-USAGE
                         ' non cumule'
                 EXIT PARAGRAPH
              END-IF
              ADD 1                 TO WS-NB-RESIDUS
              MOVE WS-NB-RESIDUS    TO WS-IDX-RES
              INITIALIZE WS-RES-ENTREE (WS-IDX-RES)
              MOVE LK-ARR-DEVISE    TO WS-RES-DEVISE (WS-IDX-RES)
              MOVE LK-ARR-USAGE     TO WS-RES-USAGE (WS-IDX-RES)
           ELSE
              SUBTRACT 1            FROM WS-IDX-RES
           END-IF
           MOVE WS-REGLE            TO WS-RES-REGLE (WS-IDX-RES)
           MOVE WS-DECIMALES        TO WS-RES-DECIMALES (WS-IDX-RES)
           ADD 1                    TO WS-RES-NB (WS-IDX-RES)
           ADD WS-RESIDU            TO WS-RES-CUMUL (WS-IDX-RES)
           .

      *    Fin de run de l'appelant : sa section du rapport des
      *    residus, puis remise a zero (un second programme du meme
      *    step repartirait de zero)
       FONCTION-FIN-RUN.
           OPEN EXTEND FIC-RESIDUS
           IF WS-STATUS-RESA NOT = '00'
              OPEN OUTPUT FIC-RESIDUS
           END-IF
           IF WS-STATUS-RESA NOT = '00'
              SET LK-ARR-ERREUR     TO TRUE
              DISPLAY 'FOREX089 : FIC-RESIDUS inaccessible, statut '
                      WS-STATUS-RESA
              MOVE ZERO             TO WS-NB-RESIDUS
              EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE SPACES              TO WS-LIGNE-RESIDU
           STRING 'FOREX089  RESIDUS D''ARRONDI  PGM '
                  LK-ARR-PROGRAMME
                  '  RUN ' WS-DATE-SYS ' ' WS-HEURE-SYS
                  DELIMITED BY SIZE INTO WS-LIGNE-RESIDU
           WRITE RESA-REC FROM WS-LIGNE-RESIDU
           MOVE SPACES              TO WS-LIGNE-RESIDU
           STRING 'DEV U R D    NOMBRE MONTANTS'
                  '       RESIDU CUMULE'
                  DELIMITED BY SIZE INTO WS-LIGNE-RESIDU
           WRITE RESA-REC FROM WS-LIGNE-RESIDU

           PERFORM ECRIT-LIGNE-RESIDU
             VARYING WS-IDX-RES
             FROM    1 BY 1
             UNTIL   WS-IDX-RES > WS-NB-RESIDUS

           MOVE WS-NB-RESIDUS       TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE-RESIDU
           STRING 'TRL FOREX089  ' WS-NB-EDT
                  ' devise(s)/usage(s)'
                  DELIMITED BY SIZE INTO WS-LIGNE-RESIDU
           WRITE RESA-REC FROM WS-LIGNE-RESIDU
           CLOSE FIC-RESIDUS

           MOVE ZERO                TO WS-NB-RESIDUS
           .

       ECRIT-LIGNE-RESIDU.
           MOVE WS-RES-NB (WS-IDX-RES)    TO WS-NB-EDT
           MOVE WS-RES-CUMUL (WS-IDX-RES) TO WS-RESIDU-EDT
           MOVE SPACES              TO WS-LIGNE-RESIDU
           STRING WS-RES-DEVISE (WS-IDX-RES) ' '
                  WS-RES-USAGE (WS-IDX-RES) ' '
                  WS-RES-REGLE (WS-IDX-RES) ' '
                  WS-RES-DECIMALES (WS-IDX-RES) ' '
                  WS-NB-EDT ' '
                  WS-RESIDU-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RESIDU
           WRITE RESA-REC FROM WS-LIGNE-RESIDU
           .
