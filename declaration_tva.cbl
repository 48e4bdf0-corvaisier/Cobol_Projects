      *     au listing de controle avec un signalement               *
      *   - Le listing de controle FIC-CTRL-TVA recapitule toutes    *
      *     les juridictions pour le visa de la finance              *
      *   - Les ventes intracommunautaires autoliquidees (base       *
      *     TVAC-BASE-AUTOLIQ, sans TVA) se declarent dans la case   *
      *     propre a chaque administration (F2, 41, 46, 59, 457)     *
      *   - Le pays de chaque ventilation est rattache a sa          *
      *     juridiction de TVA par le referentiel des codes          *
      *     FIC-REF-CODES (FOREX121) : un pays dont la juridiction   *
      *     n'a pas de cadre ci-dessus reste HORS TABLE              *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-CTVA.
      * Referentiel des codes : juridiction de TVA de chaque pays
           COPY REFCS.

      *
      *==============================================================*
         10 TVAC-TOTAL-TTC     PIC S9(11)V99.
         10 FILLER             PIC X(01).
         10 TVAC-TAUX          PIC 9V999.
         10 FILLER             PIC X(01).
         10 TVAC-BASE-AUTOLIQ  PIC S9(11)V99.
         10 FILLER             PIC X(08).

       FD  FIC-PARAM-DECL.
       01  PDECL-REC.
       FD  FIC-CTRL-TVA.
       01  CTVA-REC             PIC X(80).

           COPY REFC.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-TVAC       PIC 9(02)  VALUE ZERO.
      *    Periode declaree (libelle libre, ex. 2026T3)
       01  WS-PERIODE-DECL          PIC X(06)  VALUE SPACE.

      *    Cumuls de la periode par juridiction dotee d'un cadre de
      *    declaration, plus le panier *** des montants au taux par
      *    defaut
       01  WS-TABLE-DECL-DATA.
           05 FILLER PIC X(03) VALUE 'FRA'.
           05 FILLER PIC X(03) VALUE 'DEU'.
           05 FILLER PIC X(03) VALUE '***'.
       01  WS-TABLE-DECL-R REDEFINES WS-TABLE-DECL-DATA.
           05  WS-DECL-PAYS         PIC X(03) OCCURS 6.
      *    Case des livraisons intracommunautaires autoliquidees
      *    dans le cadre de chaque administration, meme ordre
       01  WS-TABLE-CASE-AL-DATA.
           05 FILLER PIC X(03) VALUE 'F2 '.
           05 FILLER PIC X(03) VALUE '41 '.
           05 FILLER PIC X(03) VALUE '46 '.
           05 FILLER PIC X(03) VALUE '59 '.
           05 FILLER PIC X(03) VALUE '457'.
           05 FILLER PIC X(03) VALUE SPACE.
       01  WS-TABLE-CASE-AL-R REDEFINES WS-TABLE-CASE-AL-DATA.
           05  WS-DECL-CASE-AL      PIC X(03) OCCURS 6.
       01  WS-CUMULS-DECL.
           02  WS-DECL-ENTREE OCCURS 6.
               05 WS-DECL-NB        PIC 9(09).
               05 WS-DECL-HT        PIC S9(13)V99.
               05 WS-DECL-TVA       PIC S9(13)V99.
               05 WS-DECL-TTC       PIC S9(13)V99.
               05 WS-DECL-AUTOLIQ   PIC S9(13)V99.
       01  WS-IDX-DECL              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-DECL-TROUVE     PIC 9      VALUE ZERO.
           88 WS-DECL-TROUVE                   VALUE 1.

      *    Juridiction de TVA du pays de la ventilation lue
       01  WS-JURIDICTION-TVA       PIC X(03)  VALUE SPACE.

      *    Cadre de la declaration en cours d'edition
       01  WS-LIGNE-CADRE           PIC X(80)  VALUE SPACE.

           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Referentiel des codes pays, devises et statuts
           COPY REFCW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
           MOVE 'FOREX061'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB

           MOVE 'FOREX061'  TO WS-REFC-PROGRAMME
           PERFORM CHARGE-REFERENTIEL-CODES

           OPEN INPUT FIC-PARAM-DECL
           IF WS-STATUS-PDECL = '00'
              READ FIC-PARAM-DECL
           .

      *    Cumul de la ligne de ventilation dans sa juridiction -
      *    les avoirs (montants negatifs) se nettent d'eux-memes.
      *    La juridiction est celle du pays au referentiel des
      *    codes, meme si le pays a ete ferme depuis : la
      *    ventilation de la periode est deja faite
       TRAITEMENT.
           MOVE ZERO                TO WS-INDIC-DECL-TROUVE
           MOVE SPACE               TO WS-JURIDICTION-TVA
           IF TVAC-CODE-PAYS = '***'
              MOVE TVAC-CODE-PAYS   TO WS-JURIDICTION-TVA
           ELSE
              MOVE 'PAYS'           TO WS-REFC-TYPE-CHERCHE
              MOVE TVAC-CODE-PAYS   TO WS-REFC-CODE-CHERCHE
              MOVE ZERO             TO WS-REFC-DATE-CHERCHEE
              PERFORM CHERCHE-CODE-REFERENCE
              IF NOT WS-REFC-INCONNU
                 MOVE WS-REFC-T-JURIDICTION (WS-REFC-IDX)
                                    TO WS-JURIDICTION-TVA
              END-IF
           END-IF
           IF WS-JURIDICTION-TVA NOT = SPACE
              PERFORM VARYING WS-IDX-DECL
                      FROM    1 BY 1
                      UNTIL   WS-IDX-DECL > 6
                           OR WS-DECL-TROUVE
                 IF WS-DECL-PAYS (WS-IDX-DECL) = WS-JURIDICTION-TVA
                    SET WS-DECL-TROUVE TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           IF WS-DECL-TROUVE
              SUBTRACT 1            FROM WS-IDX-DECL
              ADD TVAC-NB-TRANS     TO WS-DECL-NB (WS-IDX-DECL)
              ADD TVAC-TOTAL-HT     TO WS-DECL-HT (WS-IDX-DECL)
              ADD TVAC-TOTAL-TVA    TO WS-DECL-TVA (WS-IDX-DECL)
              ADD TVAC-TOTAL-TTC    TO WS-DECL-TTC (WS-IDX-DECL)
              ADD TVAC-BASE-AUTOLIQ TO WS-DECL-AUTOLIQ (WS-IDX-DECL)
           ELSE
              ADD 1                 TO WS-NB-HORS-TABLE
              DISPLAY 'VENTILATION HORS TABLE : code '

      *    Le cadre de la juridiction WS-IDX-DECL : bordures, cases
      *    01/02/03 - chaque ligne part vers le fichier de SA
      *    juridiction par ECRIT-LIGNE-DECL, puis la case des
      *    ventes intracommunautaires autoliquidees
       EDITE-UNE-DECLARATION.
           MOVE ALL '='             TO WS-LIGNE-CADRE
           PERFORM ECRIT-LIGNE-DECL
           STRING 'CASE 03  TOTAL TTC      ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-CADRE
           PERFORM ECRIT-LIGNE-DECL
           MOVE WS-DECL-AUTOLIQ (WS-IDX-DECL) TO WS-MONTANT-EDT
           MOVE SPACES              TO WS-LIGNE-CADRE
           STRING 'CASE ' WS-DECL-CASE-AL (WS-IDX-DECL)
                  ' AUTOLIQUIDE    ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-CADRE
           PERFORM ECRIT-LIGNE-DECL
           MOVE ALL '='             TO WS-LIGNE-CADRE
           PERFORM ECRIT-LIGNE-DECL
           .
                  '  TVA ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE
           WRITE CTVA-REC FROM WS-LIGNE
           IF WS-DECL-AUTOLIQ (WS-IDX-DECL) NOT = ZERO
              MOVE WS-DECL-AUTOLIQ (WS-IDX-DECL) TO WS-MONTANT-EDT
              MOVE SPACES           TO WS-LIGNE
              STRING '                      AUTOLIQ ' WS-MONTANT-EDT
                     DELIMITED BY SIZE INTO WS-LIGNE
              WRITE CTVA-REC FROM WS-LIGNE
           END-IF
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Referentiel des codes pays, devises et statuts
           COPY REFCP.

      * Fin du pgm
       FIN.
