       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX100.
      *==============================================================*
      * PROGRAMME de maintenance du registre des litiges             *
      *   - Un article conteste par sa contrepartie n'etait note     *
      *     nulle part : il restait relance, paye et compte comme    *
      *     les autres. Le registre FIC-LITIGES (KSDS, cle FIC1-CH1) *
      *     porte par article conteste la date d'ouverture, le       *
      *     motif, le montant conteste, le responsable du dossier    *
      *     et la resolution (F fonde, R rejete, P avoir partiel)    *
      *   - Mouvements FIC-LITIGES-MVT, comme FOREX094 :             *
      *       O : ouverture (motif, responsable, montant - a blanc : *
      *           montant de l'article - date d'ouverture, a blanc : *
      *           jour du run). Un litige resolu peut etre rouvert   *
      *       M : modification du motif, du montant ou du            *
      *           responsable d'un litige ouvert (zones a blanc :    *
      *           inchangees)                                        *
      *       R : resolution d'un litige ouvert - F avoir du montant *
      *           conteste, R sans avoir, P avoir du montant du      *
      *           mouvement (inferieur au montant conteste)          *
      *     L'article doit exister dans FICHIER1 et, a l'ouverture,  *
      *     ne pas etre clos ; le montant conteste ne depasse pas    *
      *     celui de l'article                                       *
      *   - Chaque mouvement, applique ou refuse, laisse sa trace    *
      *     dans la piste d'audit FIC1-AUDIT (code G), scellee       *
      *     comme les autres lignes (copybooks SCLW/SCLP)            *
      *   - Un litige ouvert bloque le paiement de l'article         *
      *     (FOREX056), l'exclut des relances (FOREX099) et sort en  *
      *     colonne a part dans la balance agee (FOREX040)           *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      *    FIC-LITIGES : registre des litiges, en mise a jour par cle
           COPY LITGS.
      * FICHIER1 : lecture directe de l'article conteste
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * Mouvements du jour sur le registre des litiges
           SELECT FIC-LITIGES-MVT
                     ASSIGN to FICLITMV
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-MVT.
      * FIC1-AUDIT : piste d'audit partagee avec FOREX015/FOREX016
           SELECT FIC1-AUDIT
                     ASSIGN to FIC1AUD
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AUDIT.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
           COPY LITG.

      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

      * Mouvement : code (O=ouverture, M=modification, R=resolution),
      * cle de l'article, date, motif, montant, responsable et
      * resolution
       FD  FIC-LITIGES-MVT.
       01  LMV-REC.
         10 LMV-CODE-MVT       PIC X(01).
             88 LMV-OUVERTURE            VALUE 'O'.
             88 LMV-MODIFICATION         VALUE 'M'.
             88 LMV-RESOLUTION           VALUE 'R'.
         10 LMV-CLE            PIC X(10).
         10 LMV-DATE           PIC X(08).
         10 LMV-MOTIF          PIC X(02).
         10 LMV-MONTANT        PIC X(11).
         10 LMV-MONTANT-N REDEFINES LMV-MONTANT
                               PIC 9(09)V99.
         10 LMV-RESPONSABLE    PIC X(08).
         10 LMV-RESOLUTION-CODE PIC X(01).
         10 FILLER             PIC X(39).

      * Piste d'audit : meme dessin d'enregistrement que FOREX015
       FD  FIC1-AUDIT.
       01  AUDIT-REC.
         10 AUDIT-DATE-HEURE PIC X(17).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-CODE-MVT   PIC X(01).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-CLE        PIC X(10).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-RESULTAT   PIC X(08).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-MOTIF      PIC X(20).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-CH2        PIC X(20).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-OPERATEUR  PIC X(08).
      *  Sceau chaine de la ligne (copybooks SCLW/SCLP)
         10 AUDIT-SCEAU      PIC 9(10).
      *  Montant conteste du litige apres le mouvement (montant de
      *  l'avoir pour une resolution), devise de l'article
         10 AUDIT-MONTANT    PIC 9(09)V99.
         10 AUDIT-DEVISE     PIC X(03).
         10 FILLER           PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-MVT        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-MVT     PIC 9      VALUE ZERO.
               88 WS-FIN-MVT                   VALUE 1.
           02  WS-STATUS-AUDIT      PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-MVT-LUS        PIC S9(9)  VALUE ZERO.
           02  WS-NB-OUVERTURES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-REOUVERTURES   PIC S9(9)  VALUE ZERO.
           02  WS-NB-MODIFICATIONS  PIC S9(9)  VALUE ZERO.
           02  WS-NB-RESOLUTIONS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-REFUSES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-AUDIT-ECRITS   PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZ9.

      *    Sort reserve au mouvement courant, reporte a la piste
       01  WS-RESULTAT-MVT.
           02  WS-MVT-APPLIQUE      PIC 9        VALUE 1.
               88 WS-MVT-EST-APPLIQUE           VALUE 1.
           02  WS-MOTIF-REFUS       PIC X(20)    VALUE SPACE.
           02  WS-MOTIF-AUDIT       PIC X(20)    VALUE SPACE.
           02  WS-INDIC-LITIGE      PIC 9        VALUE ZERO.
               88 WS-LITIGE-EXISTE              VALUE 1.
           02  WS-INDIC-ARTICLE     PIC 9        VALUE ZERO.
               88 WS-ARTICLE-EXISTE             VALUE 1.

      *    Date du mouvement (a blanc : jour du run) et montant
      *    retenu
       01  WS-DATE-MVT              PIC 9(08)  VALUE ZERO.
       01  WS-MONTANT-MVT           PIC 9(09)V99 VALUE ZERO.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Statut du registre des litiges
           COPY LITGW.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLW.

      *    Date et heure systeme, pour l'horodatage de la piste
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE.
               03  WS-DHS-ANNEE     PIC 9(04).
               03  WS-DHS-MOIS      PIC 9(02).
               03  WS-DHS-JOUR      PIC 9(02).
           02  WS-DHS-HEURE         PIC 9(02).
           02  WS-DHS-MINUTE        PIC 9(02).
           02  WS-DHS-SECONDE       PIC 9(02).
           02  FILLER               PIC X(10).
       01  WS-DATE-DU-JOUR          PIC 9(08)  VALUE ZERO.
       01  WS-DATE-HEURE-EDT        PIC X(17).
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Init du programme
           PERFORM TRAITEMENT     *> Application des mouvements
             UNTIL WS-FIN-MVT
           PERFORM FIN            *> Fin du programme
           .

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX100'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE WS-DHS-DATE         TO WS-DATE-DU-JOUR

      *    Registre : OPEN I-O, le premier OPEN OUTPUT charge un
      *    cluster defini mais jamais charge (statut 35), meme
      *    idiome que FOREX055
           OPEN I-O FIC-LITIGES
           IF WS-STATUS-LITG = '35'
              OPEN OUTPUT FIC-LITIGES
              CLOSE FIC-LITIGES
              OPEN I-O FIC-LITIGES
           END-IF
           MOVE WS-STATUS-LITG      TO WS-FSTA-STATUT
           MOVE 'FIC-LITG'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-LITIGES-MVT
           MOVE WS-STATUS-MVT       TO WS-FSTA-STATUT
           MOVE 'FIC-LITMV'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    La piste d'audit est partagee (DISP=MOD dans le JCL) :
      *    ouverte en EXTEND, creee en OUTPUT si elle n'existe pas
           PERFORM CHARGE-DERNIER-SCEAU
           OPEN EXTEND FIC1-AUDIT
           IF WS-STATUS-AUDIT NOT = '00'
              OPEN OUTPUT FIC1-AUDIT
              MOVE WS-STATUS-AUDIT  TO WS-FSTA-STATUT
              MOVE 'FIC1-AUDIT'     TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF

           PERFORM LIT-MOUVEMENT
           .

       LIT-MOUVEMENT.
           READ FIC-LITIGES-MVT
            AT END
              SET WS-FIN-MVT       TO TRUE
            NOT AT END
              MOVE WS-STATUS-MVT   TO WS-FSTA-STATUT
              MOVE 'FIC-LITMV'     TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-MVT-LUS
           END-READ
           .

       TRAITEMENT.
           MOVE 1                   TO WS-MVT-APPLIQUE
           MOVE SPACE               TO WS-MOTIF-REFUS
                                       WS-MOTIF-AUDIT
           MOVE ZERO                TO WS-INDIC-LITIGE
                                       WS-INDIC-ARTICLE
           MOVE SPACES              TO FIC1-REC

           IF LMV-CLE = SPACE
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'CLE A BLANC'    TO WS-MOTIF-REFUS
           ELSE
              PERFORM LIT-ARTICLE-ET-LITIGE
              IF WS-MVT-EST-APPLIQUE
                 EVALUATE TRUE
                    WHEN LMV-OUVERTURE
                       PERFORM APPLIQUE-OUVERTURE
                    WHEN LMV-MODIFICATION
                       PERFORM APPLIQUE-MODIFICATION
                    WHEN LMV-RESOLUTION
                       PERFORM APPLIQUE-RESOLUTION
                    WHEN OTHER
                       MOVE ZERO             TO WS-MVT-APPLIQUE
                       MOVE 'CODE MVT INCONNU'  TO WS-MOTIF-REFUS
                 END-EVALUATE
              END-IF
           END-IF

           IF NOT WS-MVT-EST-APPLIQUE
              ADD 1                 TO WS-NB-REFUSES
           END-IF
           PERFORM ECRIT-AUDIT
           PERFORM LIT-MOUVEMENT
           .

      *    Article conteste (obligatoire) et litige eventuel deja
      *    au registre ; date du mouvement, a blanc = jour du run,
      *    valide et pas dans le futur
       LIT-ARTICLE-ET-LITIGE.
           MOVE LMV-CLE             TO FIC1-CH1
           READ FICHIER1
              INVALID KEY
                 MOVE ZERO             TO WS-MVT-APPLIQUE
                 MOVE 'ARTICLE INCONNU' TO WS-MOTIF-REFUS
                 EXIT PARAGRAPH
              NOT INVALID KEY
                 SET WS-ARTICLE-EXISTE TO TRUE
           END-READ

           MOVE LMV-CLE             TO LITG-CLE
           READ FIC-LITIGES
              INVALID KEY
                 MOVE SPACES        TO LITG-REC
                 MOVE LMV-CLE       TO LITG-CLE
              NOT INVALID KEY
                 SET WS-LITIGE-EXISTE TO TRUE
           END-READ

           MOVE WS-DATE-DU-JOUR     TO WS-DATE-MVT
           IF LMV-DATE NOT = SPACE
              IF LMV-DATE NOT NUMERIC
                 MOVE ZERO             TO WS-MVT-APPLIQUE
                 MOVE 'DATE INVALIDE'  TO WS-MOTIF-REFUS
                 EXIT PARAGRAPH
              END-IF
              MOVE LMV-DATE         TO WS-DATE-MVT
              EVALUATE TRUE
                 WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-MVT)
                      NOT = 0
                    MOVE 'DATE INVALIDE'  TO WS-MOTIF-REFUS
                 WHEN WS-DATE-MVT > WS-DATE-DU-JOUR
                    MOVE 'DATE FUTURE'    TO WS-MOTIF-REFUS
              END-EVALUATE
           END-IF
           IF WS-MOTIF-REFUS = SPACE
              AND LMV-MONTANT NOT = SPACE
              AND LMV-MONTANT NOT NUMERIC
              MOVE 'MONTANT INVALIDE' TO WS-MOTIF-REFUS
           END-IF
           IF WS-MOTIF-REFUS NOT = SPACE
              MOVE ZERO             TO WS-MVT-APPLIQUE
           END-IF
           .

      *    Ouverture : article non clos, pas de litige deja ouvert,
      *    motif valide, responsable renseigne, montant conteste
      *    (a blanc : tout l'article) au plus egal a l'article.
      *    Un litige resolu est rouvert a neuf
       APPLIQUE-OUVERTURE.
           MOVE FIC1-MONTANT        TO WS-MONTANT-MVT
           IF LMV-MONTANT NOT = SPACE
              MOVE LMV-MONTANT-N    TO WS-MONTANT-MVT
           END-IF
           EVALUATE TRUE
              WHEN FIC1-STATUT-CLOS
                 MOVE 'ARTICLE CLOS'        TO WS-MOTIF-REFUS
              WHEN WS-LITIGE-EXISTE AND LITG-OUVERT
                 MOVE 'LITIGE DEJA OUVERT'  TO WS-MOTIF-REFUS
              WHEN LMV-RESPONSABLE = SPACE
                 MOVE 'RESPONSABLE A BLANC' TO WS-MOTIF-REFUS
              WHEN WS-MONTANT-MVT = ZERO
                 MOVE 'MONTANT NUL'         TO WS-MOTIF-REFUS
              WHEN WS-MONTANT-MVT > FIC1-MONTANT
                 MOVE 'MONTANT > ARTICLE'   TO WS-MOTIF-REFUS
           END-EVALUATE
           IF WS-MOTIF-REFUS = SPACE
              MOVE LMV-MOTIF        TO LITG-MOTIF
              IF NOT LITG-MOTIF-VALIDE
                 MOVE 'MOTIF INVALIDE' TO WS-MOTIF-REFUS
              END-IF
           END-IF
           IF WS-MOTIF-REFUS NOT = SPACE
              MOVE ZERO             TO WS-MVT-APPLIQUE
              EXIT PARAGRAPH
           END-IF

           MOVE FIC1-CODE-CTP       TO LITG-CODE-CTP
           MOVE WS-DATE-MVT         TO LITG-DATE-OUVERTURE
           MOVE WS-MONTANT-MVT      TO LITG-MONTANT
           MOVE LMV-RESPONSABLE     TO LITG-RESPONSABLE
           SET LITG-OUVERT          TO TRUE
           MOVE SPACE               TO LITG-RESOLUTION
           MOVE ZERO                TO LITG-MONTANT-AVOIR
                                       LITG-DATE-RESOLUTION
           MOVE WS-DATE-DU-JOUR     TO LITG-DATE-MAJ
           MOVE 'LITIGE OUVERT'     TO WS-MOTIF-AUDIT

           IF WS-LITIGE-EXISTE
              REWRITE LITG-REC
                 INVALID KEY
                    MOVE ZERO             TO WS-MVT-APPLIQUE
                    MOVE 'ERREUR REWRITE' TO WS-MOTIF-REFUS
                 NOT INVALID KEY
                    ADD 1                 TO WS-NB-OUVERTURES
                    ADD 1                 TO WS-NB-REOUVERTURES
                    MOVE 'LITIGE ROUVERT' TO WS-MOTIF-AUDIT
              END-REWRITE
           ELSE
              WRITE LITG-REC
                 INVALID KEY
                    MOVE ZERO             TO WS-MVT-APPLIQUE
                    MOVE 'ERREUR WRITE'   TO WS-MOTIF-REFUS
                 NOT INVALID KEY
                    ADD 1                 TO WS-NB-OUVERTURES
              END-WRITE
           END-IF
           .

      *    Modification d'un litige ouvert : seules les zones
      *    renseignees du mouvement remplacent celles du registre
       APPLIQUE-MODIFICATION.
           EVALUATE TRUE
              WHEN NOT WS-LITIGE-EXISTE OR NOT LITG-OUVERT
                 MOVE 'PAS DE LITIGE OUVERT' TO WS-MOTIF-REFUS
              WHEN LMV-MOTIF = SPACE
               AND LMV-MONTANT = SPACE
               AND LMV-RESPONSABLE = SPACE
                 MOVE 'RIEN A MODIFIER'     TO WS-MOTIF-REFUS
              WHEN LMV-MONTANT NOT = SPACE
               AND LMV-MONTANT-N = ZERO
                 MOVE 'MONTANT NUL'         TO WS-MOTIF-REFUS
              WHEN LMV-MONTANT NOT = SPACE
               AND LMV-MONTANT-N > FIC1-MONTANT
                 MOVE 'MONTANT > ARTICLE'   TO WS-MOTIF-REFUS
           END-EVALUATE
           IF WS-MOTIF-REFUS = SPACE
              AND LMV-MOTIF NOT = SPACE
              MOVE LMV-MOTIF        TO LITG-MOTIF
              IF NOT LITG-MOTIF-VALIDE
                 MOVE 'MOTIF INVALIDE' TO WS-MOTIF-REFUS
              END-IF
           END-IF
           IF WS-MOTIF-REFUS NOT = SPACE
              MOVE ZERO             TO WS-MVT-APPLIQUE
              EXIT PARAGRAPH
           END-IF

           IF LMV-MONTANT NOT = SPACE
              MOVE LMV-MONTANT-N    TO LITG-MONTANT
           END-IF
           IF LMV-RESPONSABLE NOT = SPACE
              MOVE LMV-RESPONSABLE  TO LITG-RESPONSABLE
           END-IF
           MOVE WS-DATE-DU-JOUR     TO LITG-DATE-MAJ
           MOVE 'LITIGE MODIFIE'    TO WS-MOTIF-AUDIT
           REWRITE LITG-REC
              INVALID KEY
                 MOVE ZERO             TO WS-MVT-APPLIQUE
                 MOVE 'ERREUR REWRITE' TO WS-MOTIF-REFUS
              NOT INVALID KEY
                 ADD 1                 TO WS-NB-MODIFICATIONS
           END-REWRITE
           .

      *    Resolution d'un litige ouvert, a une date qui ne precede
      *    pas son ouverture : F avoir du montant conteste, R sans
      *    avoir, P avoir du montant du mouvement, non nul et
      *    inferieur au montant conteste
       APPLIQUE-RESOLUTION.
           EVALUATE TRUE
              WHEN NOT WS-LITIGE-EXISTE OR NOT LITG-OUVERT
                 MOVE 'PAS DE LITIGE OUVERT' TO WS-MOTIF-REFUS
              WHEN WS-DATE-MVT < LITG-DATE-OUVERTURE
                 MOVE 'DATE < OUVERTURE'    TO WS-MOTIF-REFUS
              WHEN LMV-RESOLUTION-CODE = 'F'
                 MOVE LITG-MONTANT  TO WS-MONTANT-MVT
                 MOVE 'LITIGE FONDE'        TO WS-MOTIF-AUDIT
              WHEN LMV-RESOLUTION-CODE = 'R'
                 MOVE ZERO          TO WS-MONTANT-MVT
                 MOVE 'LITIGE REJETE'       TO WS-MOTIF-AUDIT
              WHEN LMV-RESOLUTION-CODE = 'P'
                 IF LMV-MONTANT = SPACE
                    MOVE ZERO       TO WS-MONTANT-MVT
                 ELSE
                    MOVE LMV-MONTANT-N TO WS-MONTANT-MVT
                 END-IF
                 IF WS-MONTANT-MVT = ZERO
                    OR WS-MONTANT-MVT >= LITG-MONTANT
                    MOVE 'AVOIR HORS LIMITES' TO WS-MOTIF-REFUS
                 ELSE
                    MOVE 'LITIGE AVOIR PARTIEL' TO WS-MOTIF-AUDIT
                 END-IF
              WHEN OTHER
                 MOVE 'RESOLUTION INVALIDE' TO WS-MOTIF-REFUS
           END-EVALUATE
           IF WS-MOTIF-REFUS NOT = SPACE
              MOVE ZERO             TO WS-MVT-APPLIQUE
              EXIT PARAGRAPH
           END-IF

           SET LITG-CLOS            TO TRUE
           MOVE LMV-RESOLUTION-CODE TO LITG-RESOLUTION
           MOVE WS-MONTANT-MVT      TO LITG-MONTANT-AVOIR
           MOVE WS-DATE-MVT         TO LITG-DATE-RESOLUTION
           MOVE WS-DATE-DU-JOUR     TO LITG-DATE-MAJ
           REWRITE LITG-REC
              INVALID KEY
                 MOVE ZERO             TO WS-MVT-APPLIQUE
                 MOVE 'ERREUR REWRITE' TO WS-MOTIF-REFUS
              NOT INVALID KEY
                 ADD 1                 TO WS-NB-RESOLUTIONS
           END-REWRITE
           .

      *    Trace du mouvement dans la piste d'audit partagee avec
      *    FOREX015 - code G (litige) : sort, motif, montant
      *    conteste (avoir pour une resolution)
       ECRIT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           STRING WS-DHS-ANNEE "-" WS-DHS-MOIS "-" WS-DHS-JOUR "-"
                  WS-DHS-HEURE WS-DHS-MINUTE WS-DHS-SECONDE
                  DELIMITED BY SIZE
             INTO WS-DATE-HEURE-EDT
           MOVE SPACES              TO AUDIT-REC
           MOVE WS-DATE-HEURE-EDT   TO AUDIT-DATE-HEURE
           MOVE 'G'                 TO AUDIT-CODE-MVT
           MOVE LMV-CLE             TO AUDIT-CLE
           MOVE 'FOREX100'          TO AUDIT-OPERATEUR
           IF WS-ARTICLE-EXISTE
              MOVE FIC1-CH2         TO AUDIT-CH2
              MOVE FIC1-DEVISE      TO AUDIT-DEVISE
           END-IF
           IF WS-MVT-EST-APPLIQUE
              MOVE 'APPLIQUE'       TO AUDIT-RESULTAT
              MOVE WS-MOTIF-AUDIT   TO AUDIT-MOTIF
              IF LMV-RESOLUTION
                 MOVE LITG-MONTANT-AVOIR TO AUDIT-MONTANT
              ELSE
                 MOVE LITG-MONTANT  TO AUDIT-MONTANT
              END-IF
           ELSE
              MOVE 'REFUSE  '       TO AUDIT-RESULTAT
              MOVE WS-MOTIF-REFUS   TO AUDIT-MOTIF
           END-IF
           PERFORM SCELLE-LIGNE-AUDIT
           WRITE AUDIT-REC
           ADD 1                    TO WS-NB-AUDIT-ECRITS
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLP.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           MOVE WS-NB-MVT-LUS       TO WS-NB-EDT
           DISPLAY 'Maintenance du registre des litiges terminee'
           DISPLAY 'MOUVEMENTS LUS = ' WS-NB-EDT
           MOVE WS-NB-OUVERTURES    TO WS-NB-EDT
           DISPLAY 'OUVERTURES     = ' WS-NB-EDT
           MOVE WS-NB-REOUVERTURES  TO WS-NB-EDT
           DISPLAY ' DONT ROUVERTS = ' WS-NB-EDT
           MOVE WS-NB-MODIFICATIONS TO WS-NB-EDT
           DISPLAY 'MODIFICATIONS  = ' WS-NB-EDT
           MOVE WS-NB-RESOLUTIONS   TO WS-NB-EDT
           DISPLAY 'RESOLUTIONS    = ' WS-NB-EDT
           MOVE WS-NB-REFUSES       TO WS-NB-EDT
           DISPLAY 'REFUSES        = ' WS-NB-EDT

           CLOSE FIC-LITIGES
                 FICHIER1
                 FIC-LITIGES-MVT
                 FIC1-AUDIT

           IF WS-NB-REFUSES > ZERO
              MOVE 4                TO RETURN-CODE
              MOVE 4                TO WS-JSUM-SEVERITE
           END-IF

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-LITMV'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-MVT       TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-MVT-LUS       TO WS-JSUM-FIC-LUS
           MOVE WS-NB-REFUSES       TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-LITG'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-LITG      TO WS-JSUM-FIC-STATUT
           COMPUTE WS-JSUM-FIC-ECRITS = WS-NB-OUVERTURES
                                      + WS-NB-MODIFICATIONS
                                      + WS-NB-RESOLUTIONS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC1-AUDIT'        TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-AUDIT     TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-AUDIT-ECRITS  TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           PERFORM EMET-RESUME-JOB

           GOBACK.
