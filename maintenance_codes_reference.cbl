       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX121.
      *==============================================================*
      * PROGRAMME de maintenance du referentiel des codes            *
      *   - Les pays admis etaient codes en dur dans chaque          *
      *     programme de controle (FOREX009, FOREX010, FOREX017,     *
      *     FOREX060), les juridictions de TVA dans FOREX061, les    *
      *     statuts dans des niveaux 88 ; une devise n'etait connue  *
      *     que si FIC-TAUX-CHANGE la cotait. Ajouter un pays        *
      *     voulait dire recompiler cinq programmes                  *
      *   - Le referentiel FIC-REF-CODES (copybooks REFC*) tient     *
      *     desormais pays (PAYS), devises (DEVI) et statuts         *
      *     d'article (STAT) : libelle, periode de validite et       *
      *     attributs (membre UE et juridiction de TVA d'un pays,    *
      *     decimales d'une devise). Ce programme est le seul a y    *
      *     ecrire                                                   *
      *   - Mouvements FIC-MVT-REFC (80 colonnes) :                  *
      *       A : ajoute le code (libelle obligatoire ; debut a      *
      *           defaut = jour, fin a defaut = 99999999)            *
      *       M : modifie le code ; seules les zones renseignees     *
      *           remplacent les valeurs en place                    *
      *     Pas de suppression : un code se ferme par sa date de     *
      *     fin, les articles anterieurs restent lisibles            *
      *   - Operateur connu de FIC-OPERATEURS avec la fonction M     *
      *     (comme FOREX091), code bien forme pour son type, dates   *
      *     valides et debut <= fin, membre UE O/N, decimales 0 a 3, *
      *     juridiction de TVA elle-meme pays du referentiel (ou le  *
      *     pays lui-meme) : sinon le mouvement est rejete           *
      *   - Chaque mouvement, applique ou rejete, laisse sa trace    *
      *     horodatee dans le journal FIC-REFC-JRN (DISP=MOD), avec  *
      *     l'image avant et l'image apres du code ; rejet present : *
      *     alerte W au pupitre et RC 4                              *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Mouvements du referentiel (cartes de 80 colonnes)
           SELECT FIC-MVT-REFC
                     ASSIGN to FICREFMV
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-MVTR.
      * FIC-OPERATEURS : profils operateurs partages avec FOREX015
           SELECT FIC-OPERATEURS
                     ASSIGN to FICOPER
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-OPER.
      * Journal des mouvements, images avant/apres (DISP=MOD)
           SELECT FIC-REFC-JRN
                     ASSIGN to FICREFJR
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-JRNR.
      *    FIC-REF-CODES : le referentiel des codes
           COPY REFCS.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Mouvement : zones a blanc = non renseignees (valeur par
      * defaut pour un A, valeur en place conservee pour un M)
       FD  FIC-MVT-REFC.
       01  MVTR-REC.
         10 MVTR-CODE          PIC X(01).
         10 FILLER             PIC X(01).
         10 MVTR-TYPE          PIC X(04).
         10 FILLER             PIC X(01).
         10 MVTR-CODE-REF      PIC X(06).
         10 FILLER             PIC X(01).
         10 MVTR-LIBELLE       PIC X(30).
         10 FILLER             PIC X(01).
         10 MVTR-DATE-DEBUT    PIC X(08).
         10 FILLER             PIC X(01).
         10 MVTR-DATE-FIN      PIC X(08).
         10 FILLER             PIC X(01).
         10 MVTR-MEMBRE-UE     PIC X(01).
         10 MVTR-DECIMALES     PIC X(01).
         10 MVTR-JURIDICTION   PIC X(03).
         10 FILLER             PIC X(01).
         10 MVTR-OPERATEUR     PIC X(08).
         10 FILLER             PIC X(03).

      * Profil d'un operateur : meme dessin que FOREX091
       FD  FIC-OPERATEURS.
       01  OPER-REC.
         10 OPER-ID           PIC X(08).
         10 FILLER            PIC X(01).
         10 OPER-FONCTIONS    PIC X(04).
         10 FILLER            PIC X(01).
         10 OPER-PLAFOND      PIC 9(09).
         10 FILLER            PIC X(57).

      * Trace d'un mouvement : CREE, MODIFIE, INCHANGE (identique
      * au code en place, non reecrit) ou REJETE avec la cause -
      * image du code avant (blanc pour un ajout) et apres
       FD  FIC-REFC-JRN.
       01  JRNR-REC.
         10 JRNR-HORODATAGE    PIC X(14).
         10 FILLER             PIC X(01).
         10 JRNR-OPERATEUR     PIC X(08).
         10 FILLER             PIC X(01).
         10 JRNR-CODE-MVT      PIC X(01).
         10 FILLER             PIC X(01).
         10 JRNR-CLE           PIC X(10).
         10 FILLER             PIC X(01).
         10 JRNR-RESULTAT      PIC X(08).
         10 FILLER             PIC X(01).
         10 JRNR-CAUSE         PIC X(30).
         10 FILLER             PIC X(01).
         10 JRNR-AVANT         PIC X(100).
         10 FILLER             PIC X(01).
         10 JRNR-APRES         PIC X(100).
         10 FILLER             PIC X(02).

           COPY REFC.

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-MVTR       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-MVTR    PIC 9      VALUE ZERO.
               88 WS-FIN-MVTR                  VALUE 1.
           02  WS-STATUS-OPER       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-OPER    PIC 9      VALUE ZERO.
               88 WS-FIN-OPER                  VALUE 1.
           02  WS-STATUS-JRNR       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-CODE-EXISTE PIC 9      VALUE ZERO.
               88 WS-CODE-EXISTE               VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-CARTES         PIC S9(9)  VALUE ZERO.
           02  WS-NB-MOUVEMENTS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-CREES          PIC S9(9)  VALUE ZERO.
           02  WS-NB-MODIFIES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-INCHANGES      PIC S9(9)  VALUE ZERO.
           02  WS-NB-REJETES        PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.

      *    Profils operateurs charges (identifiant, fonctions)
       01  WS-NB-OPER               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-OPER.
           02  WS-OPR-ENTREE OCCURS 200.
               05 WS-OPR-ID         PIC X(08).
               05 WS-OPR-FONCTIONS  PIC X(04).
       01  WS-IDX-OPR               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-VISE              PIC S9(4) COMP SYNC VALUE ZERO.

      *    Mouvement en cours : cle visee, cause de rejet, resultat,
      *    images du code avant et apres
       01  WS-MOUVEMENT.
           02  WS-MVT-CLE.
               05 WS-MVT-TYPE       PIC X(04).
               05 WS-MVT-CODE       PIC X(06).
           02  WS-MVT-CAUSE         PIC X(30)  VALUE SPACE.
           02  WS-MVT-RESULTAT      PIC X(08)  VALUE SPACE.
           02  WS-IMAGE-AVANT       PIC X(100) VALUE SPACE.
           02  WS-IMAGE-APRES       PIC X(100) VALUE SPACE.
       01  WS-DATE-SAISIE           PIC 9(08)  VALUE ZERO.

       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).
       01  WS-HORODATAGE            PIC X(14)  VALUE SPACE.

      *    Referentiel des codes
           COPY REFCW.
      *    Fil des alertes operateur
           COPY ALRTW.
      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Init, profils, referentiel
           PERFORM TRAITEMENT     *> Un mouvement EN BOUCLE
             UNTIL WS-FIN-MVTR
           PERFORM FIN            *> Fermetures, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX121'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX121'          TO WS-ALRT-PROGRAMME

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           PERFORM CHARGE-OPERATEURS

           OPEN INPUT FIC-MVT-REFC
           MOVE WS-STATUS-MVTR      TO WS-FSTA-STATUT
           MOVE 'FIC-MVTR'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Referentiel defini mais jamais charge (statut 35) : un
      *    premier OPEN OUTPUT le charge, puis reouverture en I-O
           OPEN I-O FIC-REF-CODES
           IF WS-STATUS-REFC = '35'
              OPEN OUTPUT FIC-REF-CODES
              CLOSE FIC-REF-CODES
              OPEN I-O FIC-REF-CODES
           END-IF
           MOVE WS-STATUS-REFC      TO WS-FSTA-STATUT
           MOVE 'FIC-REFC'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN EXTEND FIC-REFC-JRN
           IF WS-STATUS-JRNR NOT = '00'
              OPEN OUTPUT FIC-REFC-JRN
           END-IF
           MOVE WS-STATUS-JRNR      TO WS-FSTA-STATUT
           MOVE 'FIC-JRNR'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           PERFORM LIT-MOUVEMENT
           .

      *    Profils operateurs : sans FIC-OPERATEURS, aucun mouvement
      *    ne pourrait etre attribue, la maintenance est refusee
       CHARGE-OPERATEURS.
           OPEN INPUT FIC-OPERATEURS
           IF WS-STATUS-OPER NOT = '00'
              DISPLAY 'ABEND - FIC-OPERATEURS ABSENT'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-FIN-OPER
              READ FIC-OPERATEURS
               AT END
                 SET WS-FIN-OPER    TO TRUE
               NOT AT END
                 IF OPER-ID NOT = SPACE
                    IF WS-NB-OPER >= 200
                       DISPLAY 'ABEND - TABLE DES OPERATEURS '
                               'PLEINE (200)'
                       MOVE 16      TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1           TO WS-NB-OPER
                    MOVE OPER-ID    TO WS-OPR-ID (WS-NB-OPER)
                    MOVE OPER-FONCTIONS
                                    TO WS-OPR-FONCTIONS (WS-NB-OPER)
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-OPERATEURS
           .

       LIT-MOUVEMENT.
           READ FIC-MVT-REFC
            AT END
              SET WS-FIN-MVTR      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-CARTES
           END-READ
           .

       TRAITEMENT.
           PERFORM APPLIQUE-MOUVEMENT
           PERFORM LIT-MOUVEMENT
           .

      *    Un mouvement : controles, preparation de l'image apres,
      *    puis ecriture dans le referentiel et trace au journal
       APPLIQUE-MOUVEMENT.
           IF MVTR-REC (1:1) = '*' OR MVTR-REC = SPACE
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-MOUVEMENTS
           INITIALIZE WS-MOUVEMENT
           MOVE MVTR-TYPE           TO WS-MVT-TYPE
           MOVE MVTR-CODE-REF       TO WS-MVT-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE WS-DATE-HEURE-SYS (1:14) TO WS-HORODATAGE

           EVALUATE TRUE
              WHEN MVTR-CODE NOT = 'A' AND MVTR-CODE NOT = 'M'
                 MOVE SPACES        TO WS-MVT-CAUSE
                 STRING 'CODE MOUVEMENT INCONNU : ' MVTR-CODE
                        DELIMITED BY SIZE
                   INTO WS-MVT-CAUSE
              WHEN MVTR-TYPE NOT = 'PAYS'
               AND MVTR-TYPE NOT = 'DEVI'
               AND MVTR-TYPE NOT = 'STAT'
                 MOVE 'TYPE DE CODE INCONNU' TO WS-MVT-CAUSE
              WHEN OTHER
                 PERFORM CONTROLE-OPERATEUR
           END-EVALUATE
           IF WS-MVT-CAUSE = SPACE
              PERFORM CONTROLE-FORME-CODE
           END-IF
           IF WS-MVT-CAUSE = SPACE
              PERFORM CONTROLE-ZONES-SAISIES
           END-IF
           IF WS-MVT-CAUSE = SPACE
              AND MVTR-JURIDICTION NOT = SPACE
              PERFORM CONTROLE-JURIDICTION
           END-IF
           IF WS-MVT-CAUSE = SPACE
              PERFORM PREPARE-IMAGE-APRES
           END-IF

           IF WS-MVT-CAUSE NOT = SPACE
              MOVE 'REJETE  '       TO WS-MVT-RESULTAT
              ADD 1                 TO WS-NB-REJETES
              DISPLAY 'MOUVEMENT REJETE ' MVTR-CODE ' ' WS-MVT-CLE
                      ' ' MVTR-OPERATEUR ' : ' WS-MVT-CAUSE
              PERFORM ECRIT-JOURNAL
              EXIT PARAGRAPH
           END-IF

      *    Modification sans effet : le code n'est pas reecrit, sa
      *    derniere mise a jour reste celle qui l'a change
           IF MVTR-CODE = 'M'
              AND REFC-REC (1:61) = WS-IMAGE-AVANT (1:61)
              MOVE 'INCHANGE'       TO WS-MVT-RESULTAT
              ADD 1                 TO WS-NB-INCHANGES
              MOVE REFC-REC         TO WS-IMAGE-APRES
              DISPLAY 'CODE INCHANGE ' WS-MVT-CLE
                      ' : identique au code en place, non reecrit'
              PERFORM ECRIT-JOURNAL
              EXIT PARAGRAPH
           END-IF

           MOVE WS-DHS-DATE         TO REFC-DATE-MAJ
           MOVE MVTR-OPERATEUR      TO REFC-OPERATEUR
           IF MVTR-CODE = 'A'
              WRITE REFC-REC
              MOVE 'CREE    '       TO WS-MVT-RESULTAT
              ADD 1                 TO WS-NB-CREES
           ELSE
              REWRITE REFC-REC
              MOVE 'MODIFIE '       TO WS-MVT-RESULTAT
              ADD 1                 TO WS-NB-MODIFIES
           END-IF
           MOVE WS-STATUS-REFC      TO WS-FSTA-STATUT
           MOVE 'FIC-REFC'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE REFC-REC            TO WS-IMAGE-APRES
           DISPLAY 'CODE ' WS-MVT-RESULTAT ' ' WS-MVT-CLE ' '
                   REFC-LIBELLE ' ' REFC-DATE-DEBUT '-'
                   REFC-DATE-FIN ' ' MVTR-OPERATEUR
           PERFORM ECRIT-JOURNAL
           .

      *    Operateur du mouvement : profil present et fonction M
       CONTROLE-OPERATEUR.
           MOVE ZERO                TO WS-IDX-VISE
           PERFORM VARYING WS-IDX-OPR FROM 1 BY 1
                   UNTIL   WS-IDX-OPR > WS-NB-OPER
                        OR WS-IDX-VISE > ZERO
              IF WS-OPR-ID (WS-IDX-OPR) = MVTR-OPERATEUR
                 MOVE WS-IDX-OPR    TO WS-IDX-VISE
              END-IF
           END-PERFORM
           IF WS-IDX-VISE = ZERO OR MVTR-OPERATEUR = SPACE
              MOVE 'OPERATEUR SANS PROFIL' TO WS-MVT-CAUSE
              EXIT PARAGRAPH
           END-IF
           IF WS-OPR-FONCTIONS (WS-IDX-VISE) (1:1) NOT = 'M'
              AND WS-OPR-FONCTIONS (WS-IDX-VISE) (2:1) NOT = 'M'
              AND WS-OPR-FONCTIONS (WS-IDX-VISE) (3:1) NOT = 'M'
              AND WS-OPR-FONCTIONS (WS-IDX-VISE) (4:1) NOT = 'M'
              MOVE 'OPERATEUR NON HABILITE (M)' TO WS-MVT-CAUSE
           END-IF
           .

      *    Longueur du code selon son type : 3 caracteres pour un
      *    pays ou une devise, 1 pour un statut d'article
       CONTROLE-FORME-CODE.
           IF MVTR-TYPE = 'STAT'
              IF MVTR-CODE-REF (1:1) = SPACE
                 OR MVTR-CODE-REF (2:5) NOT = SPACE
                 MOVE 'CODE MAL FORME' TO WS-MVT-CAUSE
              END-IF
           ELSE
              IF MVTR-CODE-REF (1:1) = SPACE
                 OR MVTR-CODE-REF (2:1) = SPACE
                 OR MVTR-CODE-REF (3:1) = SPACE
                 OR MVTR-CODE-REF (4:3) NOT = SPACE
                 MOVE 'CODE MAL FORME' TO WS-MVT-CAUSE
              END-IF
           END-IF
           .

      *    Zones renseignees du mouvement : dates valides (fin
      *    99999999 admise), attributs propres au type du code
       CONTROLE-ZONES-SAISIES.
           IF MVTR-DATE-DEBUT NOT = SPACE
              IF MVTR-DATE-DEBUT NOT NUMERIC
                 MOVE 'DATE DE DEBUT INVALIDE' TO WS-MVT-CAUSE
                 EXIT PARAGRAPH
              END-IF
              MOVE MVTR-DATE-DEBUT  TO WS-DATE-SAISIE
              IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-SAISIE)
                 NOT = 0
                 MOVE 'DATE DE DEBUT INVALIDE' TO WS-MVT-CAUSE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF MVTR-DATE-FIN NOT = SPACE
              IF MVTR-DATE-FIN NOT NUMERIC
                 MOVE 'DATE DE FIN INVALIDE' TO WS-MVT-CAUSE
                 EXIT PARAGRAPH
              END-IF
              MOVE MVTR-DATE-FIN    TO WS-DATE-SAISIE
              IF WS-DATE-SAISIE NOT = 99999999
                 AND FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-SAISIE)
                     NOT = 0
                 MOVE 'DATE DE FIN INVALIDE' TO WS-MVT-CAUSE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF (MVTR-MEMBRE-UE NOT = SPACE
               OR MVTR-JURIDICTION NOT = SPACE)
              AND MVTR-TYPE NOT = 'PAYS'
              MOVE 'ATTRIBUT HORS TYPE' TO WS-MVT-CAUSE
              EXIT PARAGRAPH
           END-IF
           IF MVTR-DECIMALES NOT = SPACE
              AND MVTR-TYPE NOT = 'DEVI'
              MOVE 'ATTRIBUT HORS TYPE' TO WS-MVT-CAUSE
              EXIT PARAGRAPH
           END-IF
           IF MVTR-MEMBRE-UE NOT = SPACE
              AND MVTR-MEMBRE-UE NOT = 'O'
              AND MVTR-MEMBRE-UE NOT = 'N'
              MOVE 'MEMBRE UE INVALIDE (O/N)' TO WS-MVT-CAUSE
              EXIT PARAGRAPH
           END-IF
           IF MVTR-DECIMALES NOT = SPACE
              IF MVTR-DECIMALES NOT NUMERIC
                 OR MVTR-DECIMALES > '3'
                 MOVE 'DECIMALES INVALIDES (0-3)' TO WS-MVT-CAUSE
              END-IF
           END-IF
           .

      *    Juridiction de TVA : le pays lui-meme, ou un pays deja
      *    present au referentiel
       CONTROLE-JURIDICTION.
           IF MVTR-JURIDICTION = MVTR-CODE-REF (1:3)
              EXIT PARAGRAPH
           END-IF
           MOVE 'PAYS'              TO REFC-TYPE
           MOVE MVTR-JURIDICTION    TO REFC-CODE
           READ FIC-REF-CODES KEY IS REFC-CLE
              INVALID KEY
                 MOVE 'JURIDICTION INCONNUE' TO WS-MVT-CAUSE
           END-READ
           .

      *    Image apres : code en place (M) ou valeurs par defaut
      *    (A), puis les zones renseignees du mouvement
       PREPARE-IMAGE-APRES.
           MOVE ZERO                TO WS-INDIC-CODE-EXISTE
           MOVE WS-MVT-TYPE         TO REFC-TYPE
           MOVE WS-MVT-CODE         TO REFC-CODE
           READ FIC-REF-CODES KEY IS REFC-CLE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-CODE-EXISTE TO TRUE
           END-READ

           IF MVTR-CODE = 'A'
              IF WS-CODE-EXISTE
                 MOVE 'CODE DEJA PRESENT' TO WS-MVT-CAUSE
                 EXIT PARAGRAPH
              END-IF
              IF MVTR-LIBELLE = SPACE
                 MOVE 'LIBELLE OBLIGATOIRE' TO WS-MVT-CAUSE
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES           TO REFC-REC
              MOVE WS-MVT-TYPE      TO REFC-TYPE
              MOVE WS-MVT-CODE      TO REFC-CODE
              MOVE WS-DHS-DATE      TO REFC-DATE-DEBUT
              MOVE 99999999         TO REFC-DATE-FIN
              MOVE ZERO             TO REFC-DECIMALES
                                       REFC-DATE-MAJ
              IF REFC-TYPE-PAYS
                 MOVE 'N'           TO REFC-MEMBRE-UE
              END-IF
              IF REFC-TYPE-DEVISE
                 MOVE 2             TO REFC-DECIMALES
              END-IF
           ELSE
              IF NOT WS-CODE-EXISTE
                 MOVE 'CODE ABSENT DU REFERENTIEL' TO WS-MVT-CAUSE
                 EXIT PARAGRAPH
              END-IF
              MOVE REFC-REC         TO WS-IMAGE-AVANT
           END-IF

           IF MVTR-LIBELLE NOT = SPACE
              MOVE MVTR-LIBELLE     TO REFC-LIBELLE
           END-IF
           IF MVTR-DATE-DEBUT NOT = SPACE
              MOVE MVTR-DATE-DEBUT  TO REFC-DATE-DEBUT
           END-IF
           IF MVTR-DATE-FIN NOT = SPACE
              MOVE MVTR-DATE-FIN    TO REFC-DATE-FIN
           END-IF
           IF MVTR-MEMBRE-UE NOT = SPACE
              MOVE MVTR-MEMBRE-UE   TO REFC-MEMBRE-UE
           END-IF
           IF MVTR-DECIMALES NOT = SPACE
              MOVE MVTR-DECIMALES   TO REFC-DECIMALES
           END-IF
           IF MVTR-JURIDICTION NOT = SPACE
              MOVE MVTR-JURIDICTION TO REFC-JURIDICTION-TVA
           END-IF

           IF REFC-DATE-DEBUT > REFC-DATE-FIN
              MOVE 'PERIODE INCOHERENTE' TO WS-MVT-CAUSE
           END-IF
           .

       ECRIT-JOURNAL.
           MOVE SPACES              TO JRNR-REC
           MOVE WS-HORODATAGE       TO JRNR-HORODATAGE
           MOVE MVTR-OPERATEUR      TO JRNR-OPERATEUR
           MOVE MVTR-CODE           TO JRNR-CODE-MVT
           MOVE WS-MVT-CLE          TO JRNR-CLE
           MOVE WS-MVT-RESULTAT     TO JRNR-RESULTAT
           MOVE WS-MVT-CAUSE        TO JRNR-CAUSE
           MOVE WS-IMAGE-AVANT      TO JRNR-AVANT
           MOVE WS-IMAGE-APRES      TO JRNR-APRES
           WRITE JRNR-REC
           MOVE WS-STATUS-JRNR      TO WS-FSTA-STATUT
           MOVE 'FIC-JRNR'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           .

      *    Ecriture d'une alerte operateur
           COPY ALRTP.
      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           CLOSE FIC-MVT-REFC
                 FIC-REF-CODES
                 FIC-REFC-JRN

           IF WS-NB-REJETES > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'REFCREJ'        TO WS-ALRT-CODE
              MOVE WS-NB-REJETES    TO WS-NB-EDT
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Mouvements de codes rejetes :'
                     WS-NB-EDT
                     DELIMITED BY SIZE
                INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           DISPLAY 'Maintenance du referentiel des codes terminee'
           MOVE WS-NB-CARTES        TO WS-NB-EDT
           DISPLAY 'CARTES LUES         = ' WS-NB-EDT
           MOVE WS-NB-MOUVEMENTS    TO WS-NB-EDT
           DISPLAY 'MOUVEMENTS          = ' WS-NB-EDT
           MOVE WS-NB-CREES         TO WS-NB-EDT
           DISPLAY 'CODES CREES         = ' WS-NB-EDT
           MOVE WS-NB-MODIFIES      TO WS-NB-EDT
           DISPLAY 'CODES MODIFIES      = ' WS-NB-EDT
           MOVE WS-NB-INCHANGES     TO WS-NB-EDT
           DISPLAY 'CODES INCHANGES     = ' WS-NB-EDT
           MOVE WS-NB-REJETES       TO WS-NB-EDT
           DISPLAY 'MOUVEMENTS REJETES  = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-MVTR'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-MVTR      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-CARTES        TO WS-JSUM-FIC-LUS
           MOVE ZERO                TO WS-JSUM-FIC-ECRITS
           MOVE WS-NB-REJETES       TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-REFC'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-REFC      TO WS-JSUM-FIC-STATUT
           MOVE ZERO                TO WS-JSUM-FIC-LUS
           COMPUTE WS-JSUM-FIC-ECRITS = WS-NB-CREES + WS-NB-MODIFIES
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
