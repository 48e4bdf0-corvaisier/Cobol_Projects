       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX083.
      *==============================================================*
      * PROGRAMME de consolidation de groupe avec elimination des    *
      * flux intra-groupe                                            *
      *   - Chaque entite (FIC1-CODE-ENTITE) a ses totaux propres,   *
      *     mais un article dont la contrepartie est une autre       *
      *     societe du groupe figure deux fois dans toute vue de     *
      *     groupe : la finance le retraitait chaque trimestre dans  *
      *     un tableur                                               *
      *   - Les societes du groupe sont les contreparties dont       *
      *     CTP-ENTITE-GROUPE est renseigne au referentiel           *
      *     FIC-CONTREPARTIES (tenu par FOREX055), avec le code de   *
      *     l'entite qu'elles representent                           *
      *   - Balayage de FICHIER1 (articles non clos) : solde         *
      *     intra-groupe de chaque entite envers chaque autre, par   *
      *     devise (blanc = EUR) ; les deux cotes d'un couple        *
      *     d'entites sont rapproches et tout ecart au-dela de la    *
      *     tolerance (FIC-PARAM-GROUPE, facultatif, zero par        *
      *     defaut) est signale : RC 4 et alerte W INTERCO           *
      *   - Total groupe par pays et devise : brut, flux             *
      *     intra-groupe elimines (les deux cotes, ecart compris -   *
      *     l'ecart se corrige a la source) et net consolide         *
      *   - Un article d'une entite envers sa propre societe est     *
      *     liste et garde au total (pas d'elimination sans          *
      *     contrepartie en face)                                    *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Tolerance d'ecart entre les deux cotes - facultatif
           SELECT FIC-PARAM-GROUPE
                     ASSIGN to FICPGRP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PGRP.
      * Referentiel des contreparties, lu en entier au demarrage
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is SEQUENTIAL
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * Rapport de consolidation de groupe
           SELECT FIC-RAPPORT-GROUPE
                     ASSIGN to FICRGRP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RGRP.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Ecart tolere entre les deux cotes d'un couple d'entites,
      * dans la devise des soldes
       FD  FIC-PARAM-GROUPE.
       01  PGRP-REC.
         10 PGRP-TOLERANCE     PIC 9(07)V99.
         10 FILLER             PIC X(71).

      * Contrepartie : meme dessin que la lecture de FOREX009
       FD  FIC-CONTREPARTIES.
       01  CTP-REC.
         10 CTP-CODE           PIC X(06).
         10 CTP-NOM            PIC X(30).
         10 CTP-PAYS           PIC X(03).
         10 CTP-CONTACT        PIC X(20).
         10 CTP-STATUT         PIC X(01).
             88 CTP-ACTIVE               VALUE 'A'.
             88 CTP-SUSPENDUE            VALUE 'S'.
      *    Societe du groupe : code de l'entite juridique que cette
      *    contrepartie represente ('**' = entite par defaut) -
      *    blanc = tiers hors groupe
         10 CTP-ENTITE-GROUPE  PIC X(02).
             88 CTP-HORS-GROUPE          VALUE SPACE.
         10 FILLER             PIC X(18).

      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

       FD  FIC-RAPPORT-GROUPE.
       01  RGRP-REC            PIC X(80).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PGRP       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-CTP     PIC 9      VALUE ZERO.
               88 WS-FIN-CTP                   VALUE 1.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-STATUS-RGRP       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-CTP-LUES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARTICLES-CLOS  PIC S9(9)  VALUE ZERO.
           02  WS-NB-INTRA-GROUPE   PIC S9(9)  VALUE ZERO.
           02  WS-NB-MEME-ENTITE    PIC S9(9)  VALUE ZERO.
           02  WS-NB-COUPLES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-ECARTS         PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-MONTANT-EDT2      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-MONTANT-EDT3      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-LIGNE-RAPPORT     PIC X(80).

       01  WS-DATE-JOUR             PIC 9(08)  VALUE ZERO.
       01  WS-TOLERANCE             PIC 9(07)V99 VALUE ZERO.

      *    Article courant : entite, devise et pays ramenes a leur
      *    valeur par defaut
       01  WS-ARTICLE-COURANT.
           02  WS-ART-ENTITE        PIC X(02)  VALUE SPACE.
           02  WS-ART-DEVISE        PIC X(03)  VALUE SPACE.
           02  WS-ART-PAYS          PIC X(03)  VALUE SPACE.
           02  WS-ART-ENTITE-CTP    PIC X(02)  VALUE SPACE.

      *    Societes du groupe : contrepartie -> entite representee
       01  WS-NB-SOCIETES           PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-SOCIETES.
           02  WS-SOC-ENTREE OCCURS 500.
               05 WS-SOC-CTP        PIC X(06).
               05 WS-SOC-ENTITE     PIC X(02).
       01  WS-IDX-SOC               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Soldes intra-groupe : entite porteuse, entite en face,
      *    devise - et le couple deja rapproche
       01  WS-NB-SOLDES             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-SOLDES.
           02  WS-SLD-ENTREE OCCURS 1000.
               05 WS-SLD-ENTITE     PIC X(02).
               05 WS-SLD-ENTITE-CTP PIC X(02).
               05 WS-SLD-DEVISE     PIC X(03).
               05 WS-SLD-MONTANT    PIC S9(13)V99 COMP-3.
               05 WS-SLD-NB         PIC S9(9) COMP.
               05 WS-SLD-INDIC-VU   PIC 9.
                   88 WS-SLD-VU                VALUE 1.
       01  WS-IDX-SLD               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-INV               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-MONTANT-INVERSE       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ECART                 PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    Totaux groupe par pays et devise, tenus dans l'ordre
      *    pays + devise pour l'edition
       01  WS-NB-TOTAUX             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TOTAUX.
           02  WS-TOT-ENTREE OCCURS 500.
               05 WS-TOT-CLE.
                  10 WS-TOT-PAYS    PIC X(03).
                  10 WS-TOT-DEVISE  PIC X(03).
               05 WS-TOT-BRUT       PIC S9(13)V99 COMP-3.
               05 WS-TOT-ELIMINE    PIC S9(13)V99 COMP-3.
       01  WS-IDX-TOT               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-DEC               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-CLE-TOT-CHERCHEE.
           02  WS-CTC-PAYS          PIC X(03).
           02  WS-CTC-DEVISE        PIC X(03).

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
           PERFORM INIT           *> Init, societes du groupe
           PERFORM TRAITEMENT     *> Balayage de FICHIER1
             UNTIL WS-FIN-FIC1
           PERFORM RAPPROCHE-COUPLES
           PERFORM EDITE-TOTAUX-GROUPE
           PERFORM FIN            *> Verdict, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX083'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX083'  TO WS-ALRT-PROGRAMME

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR

           OPEN INPUT FIC-PARAM-GROUPE
           IF WS-STATUS-PGRP = '00'
              READ FIC-PARAM-GROUPE
                 NOT AT END
                    IF PGRP-TOLERANCE NUMERIC
                       MOVE PGRP-TOLERANCE TO WS-TOLERANCE
                    END-IF
              END-READ
              CLOSE FIC-PARAM-GROUPE
           ELSE
              DISPLAY 'FIC-PARAM-GROUPE absent, tolerance nulle'
           END-IF

           PERFORM CHARGE-SOCIETES

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-GROUPE
           MOVE WS-STATUS-RGRP      TO WS-FSTA-STATUT
           MOVE 'FIC-RGRP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'FOREX083  CONSOLIDATION DE GROUPE AU '
                  WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RGRP-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-NB-SOCIETES      TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  CONTREPARTIES SOCIETES DU GROUPE ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RGRP-REC FROM WS-LIGNE-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           WRITE RGRP-REC FROM WS-LIGNE-RAPPORT

           PERFORM LIT-FICHIER1
           .

      *    Societes du groupe : contreparties a CTP-ENTITE-GROUPE
      *    renseigne, quel que soit leur statut (un flux ancien vers
      *    une societe suspendue reste intra-groupe)
       CHARGE-SOCIETES.
           OPEN INPUT FIC-CONTREPARTIES
           MOVE WS-STATUS-CTP       TO WS-FSTA-STATUT
           MOVE 'FIC-CTP'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-CTP
              READ FIC-CONTREPARTIES
               AT END
                 SET WS-FIN-CTP     TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-CTP-LUES
                 IF NOT CTP-HORS-GROUPE
                    IF WS-NB-SOCIETES >= 500
                       DISPLAY 'ABEND - TABLE DES SOCIETES DU GROUPE '
                               'PLEINE (500)'
                       MOVE 16      TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1           TO WS-NB-SOCIETES
                    MOVE CTP-CODE   TO WS-SOC-CTP (WS-NB-SOCIETES)
                    MOVE CTP-ENTITE-GROUPE
                                    TO WS-SOC-ENTITE (WS-NB-SOCIETES)
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-CONTREPARTIES
           .

       LIT-FICHIER1.
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

      *    Un article non clos : au brut de son pays et de sa
      *    devise ; envers une autre societe du groupe, aussi au
      *    solde intra-groupe et a l'elimine
       TRAITEMENT.
           IF FIC1-STATUT-CLOS
              OR FIC1-MONTANT NOT NUMERIC
              ADD 1                 TO WS-NB-ARTICLES-CLOS
              PERFORM LIT-FICHIER1
              EXIT PARAGRAPH
           END-IF

           IF FIC1-CODE-ENTITE = SPACE
              MOVE '**'             TO WS-ART-ENTITE
           ELSE
              MOVE FIC1-CODE-ENTITE TO WS-ART-ENTITE
           END-IF
           IF FIC1-DEVISE = SPACE
              MOVE 'EUR'            TO WS-ART-DEVISE
           ELSE
              MOVE FIC1-DEVISE      TO WS-ART-DEVISE
           END-IF
           IF FIC1-CODE-PAYS = SPACE
              MOVE '***'            TO WS-ART-PAYS
           ELSE
              MOVE FIC1-CODE-PAYS   TO WS-ART-PAYS
           END-IF

           MOVE WS-ART-PAYS         TO WS-CTC-PAYS
           MOVE WS-ART-DEVISE       TO WS-CTC-DEVISE
           PERFORM POSITIONNE-TOTAL
           ADD FIC1-MONTANT         TO WS-TOT-BRUT (WS-IDX-TOT)

           MOVE SPACE               TO WS-ART-ENTITE-CTP
           IF FIC1-CODE-CTP NOT = SPACE
              PERFORM VARYING WS-IDX-SOC FROM 1 BY 1
                      UNTIL   WS-IDX-SOC > WS-NB-SOCIETES
                 IF WS-SOC-CTP (WS-IDX-SOC) = FIC1-CODE-CTP
                    MOVE WS-SOC-ENTITE (WS-IDX-SOC)
                                    TO WS-ART-ENTITE-CTP
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF

           EVALUATE TRUE
              WHEN WS-ART-ENTITE-CTP = SPACE
                 CONTINUE
              WHEN WS-ART-ENTITE-CTP = WS-ART-ENTITE
                 ADD 1              TO WS-NB-MEME-ENTITE
                 MOVE FIC1-MONTANT  TO WS-MONTANT-EDT
                 MOVE SPACES        TO WS-LIGNE-RAPPORT
                 STRING '  ENVERS SA PROPRE SOCIETE ' FIC1-CH1
                        ' ENT ' WS-ART-ENTITE ' CTP ' FIC1-CODE-CTP
                        WS-MONTANT-EDT
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                 WRITE RGRP-REC FROM WS-LIGNE-RAPPORT
              WHEN OTHER
                 ADD 1              TO WS-NB-INTRA-GROUPE
                 ADD FIC1-MONTANT   TO WS-TOT-ELIMINE (WS-IDX-TOT)
                 PERFORM CUMULE-SOLDE
           END-EVALUATE

           PERFORM LIT-FICHIER1
           .

      *    Solde de l'entite de l'article envers l'entite en face,
      *    dans la devise de l'article
       CUMULE-SOLDE.
           PERFORM VARYING WS-IDX-SLD FROM 1 BY 1
                   UNTIL   WS-IDX-SLD > WS-NB-SOLDES
              IF WS-SLD-ENTITE (WS-IDX-SLD) = WS-ART-ENTITE
                 AND WS-SLD-ENTITE-CTP (WS-IDX-SLD) = WS-ART-ENTITE-CTP
                 AND WS-SLD-DEVISE (WS-IDX-SLD) = WS-ART-DEVISE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-IDX-SLD > WS-NB-SOLDES
              IF WS-NB-SOLDES >= 1000
                 DISPLAY 'ABEND - TABLE DES SOLDES INTRA-GROUPE '
                         'PLEINE (1000)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-SOLDES
              MOVE WS-NB-SOLDES     TO WS-IDX-SLD
              INITIALIZE WS-SLD-ENTREE (WS-IDX-SLD)
              MOVE WS-ART-ENTITE    TO WS-SLD-ENTITE (WS-IDX-SLD)
              MOVE WS-ART-ENTITE-CTP
                                    TO WS-SLD-ENTITE-CTP (WS-IDX-SLD)
              MOVE WS-ART-DEVISE    TO WS-SLD-DEVISE (WS-IDX-SLD)
           END-IF
           ADD FIC1-MONTANT         TO WS-SLD-MONTANT (WS-IDX-SLD)
           ADD 1                    TO WS-SLD-NB (WS-IDX-SLD)
           .

      *    Ligne pays + devise des totaux groupe, inseree a sa place
      *    dans l'ordre de la cle a la premiere rencontre
       POSITIONNE-TOTAL.
           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL   WS-IDX-TOT > WS-NB-TOTAUX
                        OR WS-TOT-CLE (WS-IDX-TOT)
                           >= WS-CLE-TOT-CHERCHEE
              CONTINUE
           END-PERFORM
           IF WS-IDX-TOT <= WS-NB-TOTAUX
              IF WS-TOT-CLE (WS-IDX-TOT) = WS-CLE-TOT-CHERCHEE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-NB-TOTAUX >= 500
              DISPLAY 'ABEND - TABLE DES TOTAUX GROUPE PLEINE (500)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING WS-IDX-DEC FROM WS-NB-TOTAUX BY -1
                   UNTIL   WS-IDX-DEC < WS-IDX-TOT
              MOVE WS-TOT-ENTREE (WS-IDX-DEC)
                TO WS-TOT-ENTREE (WS-IDX-DEC + 1)
           END-PERFORM
           ADD 1                    TO WS-NB-TOTAUX
           MOVE WS-CLE-TOT-CHERCHEE TO WS-TOT-CLE (WS-IDX-TOT)
           MOVE ZERO                TO WS-TOT-BRUT (WS-IDX-TOT)
                                       WS-TOT-ELIMINE (WS-IDX-TOT)
           .

      *    Chaque couple d'entites, par devise : solde de l'une
      *    envers l'autre face au solde inverse - un cote sans vis-a-
      *    vis est un ecart de tout son montant
       RAPPROCHE-COUPLES.
           MOVE 'RAPPROCHEMENT DES SOLDES INTRA-GROUPE'
                                    TO WS-LIGNE-RAPPORT
           WRITE RGRP-REC FROM WS-LIGNE-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'ENT/ENT DEV        SOLDE COTE 1       SOLDE COTE 2'
                  '              ECART'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RGRP-REC FROM WS-LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-SLD FROM 1 BY 1
                   UNTIL   WS-IDX-SLD > WS-NB-SOLDES
              IF NOT WS-SLD-VU (WS-IDX-SLD)
                 PERFORM RAPPROCHE-UN-COUPLE
              END-IF
           END-PERFORM
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           WRITE RGRP-REC FROM WS-LIGNE-RAPPORT
           .

       RAPPROCHE-UN-COUPLE.
           MOVE 1                   TO WS-SLD-INDIC-VU (WS-IDX-SLD)
           ADD 1                    TO WS-NB-COUPLES
           MOVE ZERO                TO WS-MONTANT-INVERSE
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL   WS-IDX-INV > WS-NB-SOLDES
              IF WS-SLD-ENTITE (WS-IDX-INV)
                    = WS-SLD-ENTITE-CTP (WS-IDX-SLD)
                 AND WS-SLD-ENTITE-CTP (WS-IDX-INV)
                    = WS-SLD-ENTITE (WS-IDX-SLD)
                 AND WS-SLD-DEVISE (WS-IDX-INV)
                    = WS-SLD-DEVISE (WS-IDX-SLD)
                 MOVE 1             TO WS-SLD-INDIC-VU (WS-IDX-INV)
                 MOVE WS-SLD-MONTANT (WS-IDX-INV)
                                    TO WS-MONTANT-INVERSE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           COMPUTE WS-ECART = WS-SLD-MONTANT (WS-IDX-SLD)
                            - WS-MONTANT-INVERSE
           MOVE WS-SLD-MONTANT (WS-IDX-SLD) TO WS-MONTANT-EDT
           MOVE WS-MONTANT-INVERSE  TO WS-MONTANT-EDT2
           MOVE WS-ECART            TO WS-MONTANT-EDT3
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING WS-SLD-ENTITE (WS-IDX-SLD) '/'
                  WS-SLD-ENTITE-CTP (WS-IDX-SLD) ' '
                  WS-SLD-DEVISE (WS-IDX-SLD)
                  WS-MONTANT-EDT WS-MONTANT-EDT2 WS-MONTANT-EDT3
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           IF FUNCTION ABS (WS-ECART) > WS-TOLERANCE
              ADD 1                 TO WS-NB-ECARTS
              MOVE '*ECART*'        TO WS-LIGNE-RAPPORT (72:)
           END-IF
           WRITE RGRP-REC FROM WS-LIGNE-RAPPORT
           .

      *    Total groupe par pays et devise, flux intra-groupe
      *    elimines
       EDITE-TOTAUX-GROUPE.
           MOVE 'TOTAL GROUPE PAR PAYS ET DEVISE'
                                    TO WS-LIGNE-RAPPORT
           WRITE RGRP-REC FROM WS-LIGNE-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'PAYS DEV               BRUT     INTRA-GROUPE ELIM'
                  '     NET CONSOLIDE'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RGRP-REC FROM WS-LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL   WS-IDX-TOT > WS-NB-TOTAUX
              MOVE WS-TOT-BRUT (WS-IDX-TOT)    TO WS-MONTANT-EDT
              MOVE WS-TOT-ELIMINE (WS-IDX-TOT) TO WS-MONTANT-EDT2
              COMPUTE WS-MONTANT-EDT3 = WS-TOT-BRUT (WS-IDX-TOT)
                                      - WS-TOT-ELIMINE (WS-IDX-TOT)
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING WS-TOT-PAYS (WS-IDX-TOT) '  '
                     WS-TOT-DEVISE (WS-IDX-TOT)
                     WS-MONTANT-EDT WS-MONTANT-EDT2 WS-MONTANT-EDT3
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RGRP-REC FROM WS-LIGNE-RAPPORT
           END-PERFORM
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Ecriture d'une alerte dans le fil consolide
           COPY ALRTP.

      * Fin du pgm
       FIN.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           WRITE RGRP-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-NB-ECARTS        TO WS-NB-EDT
           STRING 'COUPLES EN ECART AU-DELA DE LA TOLERANCE = '
                  WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RGRP-REC FROM WS-LIGNE-RAPPORT
           IF WS-NB-ECARTS > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'INTERCO '       TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'GROUPE ' WS-NB-EDT ' COUPLE(S) EN ECART'
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           CLOSE FICHIER1
                 FIC-RAPPORT-GROUPE

           DISPLAY 'Consolidation de groupe terminee'
           MOVE WS-NB-CTP-LUES      TO WS-NB-EDT
           DISPLAY 'CONTREPARTIES LUES   = ' WS-NB-EDT
           MOVE WS-NB-SOCIETES      TO WS-NB-EDT
           DISPLAY 'SOCIETES DU GROUPE   = ' WS-NB-EDT
           MOVE WS-NB-ARTICLES-LUS  TO WS-NB-EDT
           DISPLAY 'ARTICLES LUS         = ' WS-NB-EDT
           MOVE WS-NB-ARTICLES-CLOS TO WS-NB-EDT
           DISPLAY 'ARTICLES ECARTES     = ' WS-NB-EDT
           MOVE WS-NB-INTRA-GROUPE  TO WS-NB-EDT
           DISPLAY 'ARTICLES ELIMINES    = ' WS-NB-EDT
           MOVE WS-NB-MEME-ENTITE   TO WS-NB-EDT
           DISPLAY 'ENVERS SOI-MEME      = ' WS-NB-EDT
           MOVE WS-NB-COUPLES       TO WS-NB-EDT
           DISPLAY 'COUPLES RAPPROCHES   = ' WS-NB-EDT
           MOVE WS-NB-ECARTS        TO WS-NB-EDT
           DISPLAY 'COUPLES EN ECART     = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARTICLES-LUS  TO WS-JSUM-FIC-LUS
           MOVE ZERO                TO WS-JSUM-FIC-ECRITS
           MOVE WS-NB-ARTICLES-CLOS TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-CTP'           TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-CTP       TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-CTP-LUES      TO WS-JSUM-FIC-LUS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
