       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX077.
      *==============================================================*
      * PROGRAMME d'integration du releve bancaire natif             *
      *   - FOREX057 lit FIC-RELEVE-BANQUE dans notre dessin fixe,   *
      *     ressaisi ou remis en forme chaque matin a partir du      *
      *     releve de la banque : ce programme lit directement le    *
      *     releve natif FIC-RELEVE-NATIF et ecrit                   *
      *     FIC-RELEVE-BANQUE (copybooks RLVS et RLV)                *
      *   - Deux formats, reconnus a la premiere ligne utile :       *
      *       . MT940 (texte SWIFT) : soldes :60F:/:60M: et          *
      *         :62F:/:62M:, mouvements :61: (date de valeur, sens   *
      *         D/C/RC/RD, montant, reference client), :86: ignore   *
      *       . camt.053 (XML ISO 20022) : document assemble puis    *
      *         parse par XML PARSE comme FOREX010 ; soldes Bal      *
      *         OPBD/PRCD et CLBD, mouvements Ntry (Amt, CdtDbtInd,  *
      *         ValDt, EndToEndId)                                   *
      *   - Chaque releve est equilibre : solde d'ouverture +        *
      *     credits - debits = solde de cloture. Un seul releve en   *
      *     ecart (ou illisible) et rien n'est ecrit dans            *
      *     FIC-RELEVE-BANQUE : alerte E, RC 8, le rapprochement ne  *
      *     demarre pas (COND dans le JCL de FOREX057)               *
      *   - Le listing FIC-CTRL-RELEVE detaille l'equilibre de       *
      *     chaque releve                                            *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Releve natif de la banque (MT940 ou camt.053)
           SELECT FIC-RELEVE-NATIF
                     ASSIGN to FICRLVN
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RLVN.
      *    FIC-RELEVE-BANQUE : mouvements lus par FOREX057
           COPY RLVS.
      * Listing de controle de l'equilibre des releves
           SELECT FIC-CTRL-RELEVE
                     ASSIGN to FICCRLV
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-CRLV.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-RELEVE-NATIF.
       01  RLVN-REC             PIC X(200).

           COPY RLV.

       FD  FIC-CTRL-RELEVE.
       01  CRLV-REC             PIC X(80).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-RLVN       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-RLVN    PIC 9      VALUE ZERO.
               88 WS-FIN-RLVN                  VALUE 1.
           02  WS-STATUS-RLV        PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CRLV       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-REJET       PIC 9      VALUE ZERO.
               88 WS-RELEVE-REJETE             VALUE 1.

      *    Format du releve natif, reconnu a la premiere ligne utile
       01  WS-FORMAT-RELEVE         PIC X(01)  VALUE SPACE.
           88 WS-FORMAT-INCONNU                VALUE SPACE.
           88 WS-FORMAT-MT940                  VALUE 'M'.
           88 WS-FORMAT-CAMT                   VALUE 'X'.
       01  WS-LIBELLE-FORMAT        PIC X(08)  VALUE SPACE.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-LIGNES-LUES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-RELEVES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-EN-ECART       PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-REF       PIC S9(9)  VALUE ZERO.
           02  WS-NB-RLV-ECRITS     PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-MONTANT-EDT2      PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-LIGNE-RAPPORT     PIC X(80).

      *    Releve en cours : soldes et cumuls des mouvements
       01  WS-RELEVE-COURANT.
           02  WS-RLC-ID            PIC X(35).
           02  WS-RLC-INDIC-OUVERT  PIC 9.
               88 WS-RLC-OUVERT                VALUE 1.
           02  WS-RLC-INDIC-SOLDE-O PIC 9.
               88 WS-RLC-OUVERTURE-VUE         VALUE 1.
           02  WS-RLC-INDIC-SOLDE-C PIC 9.
               88 WS-RLC-CLOTURE-VUE           VALUE 1.
           02  WS-RLC-NB-MVT        PIC 9(09).
           02  WS-RLC-OUVERTURE     PIC S9(13)V99 COMP-3.
           02  WS-RLC-CLOTURE       PIC S9(13)V99 COMP-3.
           02  WS-RLC-CREDITS       PIC S9(13)V99 COMP-3.
           02  WS-RLC-DEBITS        PIC S9(13)V99 COMP-3.
           02  WS-RLC-CALCULE       PIC S9(13)V99 COMP-3.
       01  WS-MOTIF-ECART           PIC X(20)  VALUE SPACE.

      *    Mouvement en cours de lecture
       01  WS-MVT-COURANT.
           02  WS-MVC-REF           PIC X(16).
           02  WS-MVC-MONTANT       PIC 9(13)V99.
           02  WS-MVC-DATE          PIC 9(08).
           02  WS-MVC-SENS          PIC X(01).
           02  WS-MVC-INDIC-MNT     PIC 9.
               88 WS-MVC-MONTANT-VU            VALUE 1.
           02  WS-MVC-INDIC-SENS    PIC 9.
               88 WS-MVC-SENS-VU               VALUE 1.

      *    Mouvements gardes jusqu'au controle de tous les releves :
      *    rien n'est ecrit d'un fichier dont un releve est en ecart
       01  WS-NB-MVT                PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-MOUVEMENTS.
           02  WS-MVT-ENTREE OCCURS 5000.
               05 WS-MVT-REF        PIC X(16).
               05 WS-MVT-MONTANT    PIC 9(09)V99.
               05 WS-MVT-DATE       PIC 9(08).
               05 WS-MVT-SENS       PIC X(01).
       01  WS-IDX-MVT               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Decoupage d'une ligne MT940 : ':tag:donnees'
       01  WS-MT-VIDE               PIC X(01)  VALUE SPACE.
       01  WS-MT-TAG                PIC X(04)  VALUE SPACE.
       01  WS-MT-PTR                PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-MT-DONNEE             PIC X(200) VALUE SPACE.
       01  WS-MT-POS                PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-MT-DATE               PIC X(08)  VALUE SPACE.
       01  WS-SOLDE-LU              PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    Conversion d'un montant texte (virgule MT940 ou point
      *    camt.053) : WS-CNV-LONG = nombre de caracteres consommes
       01  WS-CNV-TEXTE             PIC X(200) VALUE SPACE.
       01  WS-CNV-VALEUR            PIC 9(13)V99 VALUE ZERO.
       01  WS-CNV-LONG              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-CNV-NB-DECIMALES      PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-CNV-CAR               PIC X(01)  VALUE SPACE.
       01  WS-CNV-CHIFFRE REDEFINES WS-CNV-CAR PIC 9(01).
       01  WS-CNV-INDIC-DECIMALES   PIC 9      VALUE ZERO.
           88 WS-CNV-EN-DECIMALES              VALUE 1.
       01  WS-CNV-INDIC-FIN         PIC 9      VALUE ZERO.
           88 WS-CNV-FINI                      VALUE 1.

      *    Document camt.053 assemble avant XML PARSE (comme les
      *    documents partenaires de FOREX010)
       01  WS-DOC-BUFFER            PIC X(1000000).
       01  WS-DOC-LONG              PIC S9(9) COMP VALUE ZERO.
       01  WS-DOC-LIGNE-LONG        PIC S9(9) COMP VALUE ZERO.
       01  WS-ELEMENT-COURANT       PIC X(30)  VALUE SPACE.
       01  WS-CONTEXTE-CAMT.
           02  WS-INDIC-DANS-BAL    PIC 9      VALUE ZERO.
               88 WS-DANS-BAL                  VALUE 1.
           02  WS-INDIC-DANS-NTRY   PIC 9      VALUE ZERO.
               88 WS-DANS-NTRY                 VALUE 1.
           02  WS-INDIC-DANS-VALDT  PIC 9      VALUE ZERO.
               88 WS-DANS-VALDT                VALUE 1.
       01  WS-SOLDE-CAMT.
           02  WS-BAL-TYPE          PIC X(04).
           02  WS-BAL-MONTANT       PIC 9(13)V99.
           02  WS-BAL-SENS          PIC X(04).
       01  WS-DATE-CAMT             PIC X(10)  VALUE SPACE.

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
           PERFORM INIT           *> Init, format du releve
           PERFORM TRAITEMENT     *> Lignes du releve EN BOUCLE
             UNTIL WS-FIN-RLVN
           PERFORM TERMINE-LECTURE
           PERFORM ECRIT-RELEVE-BANQUE
           PERFORM FIN            *> Fin du programme
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS
           INITIALIZE  WS-RELEVE-COURANT

      *    Resume de fin de job standardise
           MOVE 'FOREX077'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX077'  TO WS-ALRT-PROGRAMME

           OPEN INPUT FIC-RELEVE-NATIF
           MOVE WS-STATUS-RLVN      TO WS-FSTA-STATUT
           MOVE 'FIC-RLVN'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-CTRL-RELEVE
           MOVE WS-STATUS-CRLV      TO WS-FSTA-STATUT
           MOVE 'FIC-CRLV'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           PERFORM LIT-RELEVE-NATIF
           .

       LIT-RELEVE-NATIF.
           READ FIC-RELEVE-NATIF
            AT END
              SET WS-FIN-RLVN      TO TRUE
            NOT AT END
              MOVE WS-STATUS-RLVN  TO WS-FSTA-STATUT
              MOVE 'FIC-RLVN'      TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-LIGNES-LUES
           END-READ
           .

      *    Ligne du releve natif : le format est fixe par la
      *    premiere ligne utile ('<' XML, ':' ou '{' SWIFT)
       TRAITEMENT.
           IF WS-FORMAT-INCONNU
              AND RLVN-REC NOT = SPACES
              EVALUATE TRUE
                 WHEN RLVN-REC (1:1) = '<'
                    SET WS-FORMAT-CAMT TO TRUE
                    MOVE 'camt.053' TO WS-LIBELLE-FORMAT
                 WHEN RLVN-REC (1:1) = ':'
                   OR RLVN-REC (1:1) = '{'
                    SET WS-FORMAT-MT940 TO TRUE
                    MOVE 'MT940'    TO WS-LIBELLE-FORMAT
                 WHEN OTHER
                    MOVE 'FORMAT INCONNU' TO WS-MOTIF-ECART
                    PERFORM REJETTE-FICHIER
                    SET WS-FIN-RLVN TO TRUE
                    EXIT PARAGRAPH
              END-EVALUATE
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING 'FOREX077  CONTROLE DES RELEVES BANCAIRES  '
                     'FORMAT ' WS-LIBELLE-FORMAT
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE CRLV-REC FROM WS-LIGNE-RAPPORT
           END-IF

           EVALUATE TRUE
              WHEN WS-FORMAT-MT940
                 PERFORM TRAITE-LIGNE-MT940
              WHEN WS-FORMAT-CAMT
                 PERFORM ASSEMBLE-LIGNE-CAMT
           END-EVALUATE
           PERFORM LIT-RELEVE-NATIF
           .

      *    Fin du releve natif : un releve MT940 reste ouvert n'a
      *    jamais recu son solde de cloture ; un document camt.053
      *    assemble est parse ; un fichier sans releve est rejete
       TERMINE-LECTURE.
           IF WS-RELEVE-REJETE
              EXIT PARAGRAPH
           END-IF
           IF WS-FORMAT-MT940
              AND WS-RLC-OUVERT
              PERFORM CONTROLE-EQUILIBRE
           END-IF
           IF WS-FORMAT-CAMT
              PERFORM PARSE-DOCUMENT-CAMT
           END-IF
           IF WS-NB-RELEVES = ZERO
              AND NOT WS-RELEVE-REJETE
              MOVE 'AUCUN RELEVE'   TO WS-MOTIF-ECART
              PERFORM REJETTE-FICHIER
           END-IF
           .

      *==============================================================*
      * MT940                                                        *
      *==============================================================*
      *    Seules les lignes ':tag:' comptent - en-tetes SWIFT '{',
      *    fin de message '-' et suites de :86: sont ignores
       TRAITE-LIGNE-MT940.
           IF RLVN-REC (1:1) NOT = ':'
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO WS-MT-TAG
           MOVE 1                   TO WS-MT-PTR
           UNSTRING RLVN-REC DELIMITED BY ':'
               INTO WS-MT-VIDE WS-MT-TAG
               WITH POINTER WS-MT-PTR
           END-UNSTRING
           MOVE SPACES              TO WS-MT-DONNEE
           IF WS-MT-PTR <= LENGTH OF RLVN-REC
              MOVE RLVN-REC (WS-MT-PTR:) TO WS-MT-DONNEE
           END-IF

           EVALUATE WS-MT-TAG
              WHEN '20'
      *          Nouveau releve : le precedent doit etre clos
                 IF WS-RLC-OUVERT
                    PERFORM CONTROLE-EQUILIBRE
                 END-IF
                 INITIALIZE WS-RELEVE-COURANT
                 SET WS-RLC-OUVERT  TO TRUE
                 MOVE WS-MT-DONNEE (1:16) TO WS-RLC-ID
              WHEN '60F'
              WHEN '60M'
                 PERFORM LIT-SOLDE-MT940
                 MOVE WS-SOLDE-LU   TO WS-RLC-OUVERTURE
                 SET WS-RLC-OUVERTURE-VUE TO TRUE
              WHEN '61'
                 PERFORM LIT-MOUVEMENT-MT940
              WHEN '62F'
              WHEN '62M'
                 PERFORM LIT-SOLDE-MT940
                 MOVE WS-SOLDE-LU   TO WS-RLC-CLOTURE
                 SET WS-RLC-CLOTURE-VUE TO TRUE
                 PERFORM CONTROLE-EQUILIBRE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *    Solde :60x:/:62x: - sens C/D, date AAMMJJ, devise,
      *    montant a virgule
       LIT-SOLDE-MT940.
           MOVE WS-MT-DONNEE (11:)  TO WS-CNV-TEXTE
           PERFORM CONVERTIT-MONTANT
           MOVE WS-CNV-VALEUR       TO WS-SOLDE-LU
           IF WS-MT-DONNEE (1:1) = 'D'
              COMPUTE WS-SOLDE-LU = ZERO - WS-SOLDE-LU
           END-IF
           .

      *    Mouvement :61: - date de valeur AAMMJJ, date de
      *    comptabilisation MMJJ facultative, sens (C, D, RC
      *    extourne de credit = debit, RD extourne de debit =
      *    credit), code fonds facultatif, montant, code operation
      *    sur 4, reference client jusqu'au '//' (NONREF = aucune)
       LIT-MOUVEMENT-MT940.
           INITIALIZE WS-MVT-COURANT
           STRING '20' WS-MT-DONNEE (1:6)
                  DELIMITED BY SIZE INTO WS-MT-DATE
           IF WS-MT-DATE IS NUMERIC
              MOVE WS-MT-DATE       TO WS-MVC-DATE
           END-IF
           MOVE 7                   TO WS-MT-POS
           IF WS-MT-DONNEE (7:4) IS NUMERIC
              MOVE 11               TO WS-MT-POS
           END-IF

           EVALUATE TRUE
              WHEN WS-MT-DONNEE (WS-MT-POS:2) = 'RC'
                 MOVE 'D'           TO WS-MVC-SENS
                 ADD 2              TO WS-MT-POS
              WHEN WS-MT-DONNEE (WS-MT-POS:2) = 'RD'
                 MOVE 'C'           TO WS-MVC-SENS
                 ADD 2              TO WS-MT-POS
              WHEN OTHER
                 MOVE WS-MT-DONNEE (WS-MT-POS:1) TO WS-MVC-SENS
                 ADD 1              TO WS-MT-POS
           END-EVALUATE
           IF WS-MT-DONNEE (WS-MT-POS:1) IS ALPHABETIC
              ADD 1                 TO WS-MT-POS
           END-IF

           MOVE WS-MT-DONNEE (WS-MT-POS:) TO WS-CNV-TEXTE
           PERFORM CONVERTIT-MONTANT
           MOVE WS-CNV-VALEUR       TO WS-MVC-MONTANT
           ADD WS-CNV-LONG          TO WS-MT-POS
           ADD 4                    TO WS-MT-POS

           IF WS-MT-POS <= LENGTH OF WS-MT-DONNEE
              UNSTRING WS-MT-DONNEE (WS-MT-POS:)
                  DELIMITED BY '//' OR SPACE
                  INTO WS-MVC-REF
              END-UNSTRING
           END-IF
           IF WS-MVC-REF = 'NONREF'
              MOVE SPACES           TO WS-MVC-REF
           END-IF
           PERFORM ENREGISTRE-MOUVEMENT
           .

      *==============================================================*
      * camt.053                                                     *
      *==============================================================*
      *    Assemblage du document ligne a ligne, blancs de fin de
      *    ligne retires - garde-fou de taille comme FOREX010
       ASSEMBLE-LIGNE-CAMT.
           PERFORM VARYING WS-DOC-LIGNE-LONG
                   FROM LENGTH OF RLVN-REC BY -1
                   UNTIL WS-DOC-LIGNE-LONG = ZERO
                      OR RLVN-REC (WS-DOC-LIGNE-LONG:1) NOT = SPACE
              CONTINUE
           END-PERFORM
           IF WS-DOC-LIGNE-LONG = ZERO
              EXIT PARAGRAPH
           END-IF
           IF WS-DOC-LONG + WS-DOC-LIGNE-LONG
              > LENGTH OF WS-DOC-BUFFER
              MOVE 'DOC TROP LONG'  TO WS-MOTIF-ECART
              PERFORM REJETTE-FICHIER
              SET WS-FIN-RLVN       TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE RLVN-REC (1:WS-DOC-LIGNE-LONG)
             TO WS-DOC-BUFFER (WS-DOC-LONG + 1:WS-DOC-LIGNE-LONG)
           ADD WS-DOC-LIGNE-LONG    TO WS-DOC-LONG
           .

       PARSE-DOCUMENT-CAMT.
           IF WS-DOC-LONG = ZERO
              EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-CONTEXTE-CAMT
           MOVE SPACE               TO WS-ELEMENT-COURANT
           XML PARSE WS-DOC-BUFFER (1:WS-DOC-LONG)
               PROCESSING PROCEDURE EVENEMENT-CAMT
            ON EXCEPTION
              MOVE 'XML MAL FORME'  TO WS-MOTIF-ECART
              PERFORM REJETTE-FICHIER
           END-XML
           .

      *    Evenements XML PARSE : le contexte (Bal, Ntry, ValDt)
      *    dit a quoi rattacher le contenu de l'element courant
       EVENEMENT-CAMT.
           EVALUATE XML-EVENT
            WHEN 'START-OF-ELEMENT'
              MOVE XML-TEXT         TO WS-ELEMENT-COURANT
              EVALUATE WS-ELEMENT-COURANT
                 WHEN 'Stmt'
                    INITIALIZE WS-RELEVE-COURANT
                    SET WS-RLC-OUVERT TO TRUE
                 WHEN 'Bal'
                    SET WS-DANS-BAL TO TRUE
                    INITIALIZE WS-SOLDE-CAMT
                 WHEN 'Ntry'
                    SET WS-DANS-NTRY TO TRUE
                    INITIALIZE WS-MVT-COURANT
                 WHEN 'ValDt'
                    SET WS-DANS-VALDT TO TRUE
              END-EVALUATE
            WHEN 'CONTENT-CHARACTERS'
              PERFORM AFFECTE-CONTENU-CAMT
            WHEN 'END-OF-ELEMENT'
              EVALUATE XML-TEXT
                 WHEN 'Bal'
                    PERFORM RETIENT-SOLDE-CAMT
                    MOVE ZERO       TO WS-INDIC-DANS-BAL
                 WHEN 'Ntry'
                    PERFORM ENREGISTRE-MOUVEMENT
                    MOVE ZERO       TO WS-INDIC-DANS-NTRY
                 WHEN 'ValDt'
                    MOVE ZERO       TO WS-INDIC-DANS-VALDT
                 WHEN 'Stmt'
                    PERFORM CONTROLE-EQUILIBRE
              END-EVALUATE
              MOVE SPACE            TO WS-ELEMENT-COURANT
            WHEN OTHER
              CONTINUE
           END-EVALUATE
           .

      *    Contenu de l'element courant - seuls le premier montant
      *    et le premier sens d'un Ntry comptent (les TxDtls en
      *    repetent d'autres)
       AFFECTE-CONTENU-CAMT.
           IF XML-TEXT = SPACE
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN WS-DANS-BAL
                 EVALUATE WS-ELEMENT-COURANT
                    WHEN 'Cd'
                       MOVE XML-TEXT TO WS-BAL-TYPE
                    WHEN 'Amt'
                       MOVE XML-TEXT TO WS-CNV-TEXTE
                       PERFORM CONVERTIT-MONTANT
                       MOVE WS-CNV-VALEUR TO WS-BAL-MONTANT
                    WHEN 'CdtDbtInd'
                       MOVE XML-TEXT TO WS-BAL-SENS
                 END-EVALUATE
              WHEN WS-DANS-NTRY
                 EVALUATE WS-ELEMENT-COURANT
                    WHEN 'Amt'
                       IF NOT WS-MVC-MONTANT-VU
                          MOVE XML-TEXT TO WS-CNV-TEXTE
                          PERFORM CONVERTIT-MONTANT
                          MOVE WS-CNV-VALEUR TO WS-MVC-MONTANT
                          SET WS-MVC-MONTANT-VU TO TRUE
                       END-IF
                    WHEN 'CdtDbtInd'
                       IF NOT WS-MVC-SENS-VU
                          MOVE XML-TEXT TO WS-CNV-TEXTE
                          IF WS-CNV-TEXTE (1:4) = 'CRDT'
                             MOVE 'C' TO WS-MVC-SENS
                          ELSE
                             MOVE 'D' TO WS-MVC-SENS
                          END-IF
                          SET WS-MVC-SENS-VU TO TRUE
                       END-IF
                    WHEN 'Dt'
                    WHEN 'DtTm'
                       IF WS-DANS-VALDT
                          MOVE XML-TEXT TO WS-DATE-CAMT
                          STRING WS-DATE-CAMT (1:4)
                                 WS-DATE-CAMT (6:2)
                                 WS-DATE-CAMT (9:2)
                                 DELIMITED BY SIZE INTO WS-MT-DATE
                          IF WS-MT-DATE IS NUMERIC
                             MOVE WS-MT-DATE TO WS-MVC-DATE
                          END-IF
                       END-IF
                    WHEN 'EndToEndId'
                       IF WS-MVC-REF = SPACE
                          AND XML-TEXT NOT = 'NOTPROVIDED'
                          MOVE XML-TEXT TO WS-MVC-REF
                       END-IF
                 END-EVALUATE
              WHEN OTHER
      *          Identifiant du releve : premier Id sous Stmt, avant
      *          le compte
                 IF WS-ELEMENT-COURANT = 'Id'
                    AND WS-RLC-OUVERT
                    AND WS-RLC-ID = SPACE
                    MOVE XML-TEXT   TO WS-RLC-ID
                 END-IF
           END-EVALUATE
           .

      *    Fin d'un Bal : OPBD (ou PRCD, cloture precedente) donne
      *    l'ouverture, CLBD la cloture ; DBIT = solde debiteur
       RETIENT-SOLDE-CAMT.
           MOVE WS-BAL-MONTANT      TO WS-SOLDE-LU
           IF WS-BAL-SENS = 'DBIT'
              COMPUTE WS-SOLDE-LU = ZERO - WS-SOLDE-LU
           END-IF
           EVALUATE WS-BAL-TYPE
              WHEN 'OPBD'
              WHEN 'PRCD'
                 IF NOT WS-RLC-OUVERTURE-VUE
                    MOVE WS-SOLDE-LU TO WS-RLC-OUVERTURE
                    SET WS-RLC-OUVERTURE-VUE TO TRUE
                 END-IF
              WHEN 'CLBD'
                 MOVE WS-SOLDE-LU   TO WS-RLC-CLOTURE
                 SET WS-RLC-CLOTURE-VUE TO TRUE
           END-EVALUATE
           .

      *==============================================================*
      * Commun aux deux formats                                      *
      *==============================================================*
      *    Mouvement lu : cumul au releve courant et mise en table
       ENREGISTRE-MOUVEMENT.
           IF WS-MVC-SENS = 'C'
              ADD WS-MVC-MONTANT    TO WS-RLC-CREDITS
           ELSE
              MOVE 'D'              TO WS-MVC-SENS
              ADD WS-MVC-MONTANT    TO WS-RLC-DEBITS
           END-IF
           ADD 1                    TO WS-RLC-NB-MVT
           IF WS-MVC-REF = SPACE
              ADD 1                 TO WS-NB-SANS-REF
           END-IF

           IF WS-NB-MVT >= 5000
              DISPLAY 'ABEND - TABLE DES MOUVEMENTS PLEINE (5000)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-MVT
           MOVE WS-MVC-REF          TO WS-MVT-REF (WS-NB-MVT)
           MOVE WS-MVC-MONTANT      TO WS-MVT-MONTANT (WS-NB-MVT)
           MOVE WS-MVC-DATE         TO WS-MVT-DATE (WS-NB-MVT)
           MOVE WS-MVC-SENS         TO WS-MVT-SENS (WS-NB-MVT)
           .

      *    Equilibre du releve courant : ouverture + credits -
      *    debits = cloture, les deux soldes etant presents
       CONTROLE-EQUILIBRE.
           ADD 1                    TO WS-NB-RELEVES
           MOVE ZERO                TO WS-RLC-INDIC-OUVERT
           COMPUTE WS-RLC-CALCULE = WS-RLC-OUVERTURE
                                  + WS-RLC-CREDITS
                                  - WS-RLC-DEBITS
           MOVE SPACES              TO WS-MOTIF-ECART
           EVALUATE TRUE
              WHEN NOT WS-RLC-OUVERTURE-VUE
                 MOVE 'OUVERTURE ABSENTE' TO WS-MOTIF-ECART
              WHEN NOT WS-RLC-CLOTURE-VUE
                 MOVE 'CLOTURE ABSENTE'   TO WS-MOTIF-ECART
              WHEN WS-RLC-CALCULE NOT = WS-RLC-CLOTURE
                 MOVE 'EN ECART'          TO WS-MOTIF-ECART
           END-EVALUATE

           MOVE WS-RLC-NB-MVT       TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           WRITE CRLV-REC FROM WS-LIGNE-RAPPORT
           STRING 'RELEVE ' WS-RLC-ID ' MOUVEMENTS ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE CRLV-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-RLC-OUVERTURE    TO WS-MONTANT-EDT
           MOVE WS-RLC-CLOTURE      TO WS-MONTANT-EDT2
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  OUVERTURE ' WS-MONTANT-EDT
                  '  CLOTURE ' WS-MONTANT-EDT2
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE CRLV-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-RLC-CREDITS      TO WS-MONTANT-EDT
           MOVE WS-RLC-DEBITS       TO WS-MONTANT-EDT2
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  CREDITS   ' WS-MONTANT-EDT
                  '  DEBITS  ' WS-MONTANT-EDT2
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE CRLV-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-RLC-CALCULE      TO WS-MONTANT-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           IF WS-MOTIF-ECART = SPACE
              STRING '  CALCULE   ' WS-MONTANT-EDT '  EQUILIBRE'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE CRLV-REC FROM WS-LIGNE-RAPPORT
           ELSE
              STRING '  CALCULE   ' WS-MONTANT-EDT '  '
                     WS-MOTIF-ECART
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE CRLV-REC FROM WS-LIGNE-RAPPORT
              ADD 1                 TO WS-NB-EN-ECART
              PERFORM REJETTE-FICHIER
           END-IF
           .

      *    Releve en ecart ou illisible : le fichier entier est
      *    rejete, alerte E (WS-MOTIF-ECART en place au PERFORM)
       REJETTE-FICHIER.
           SET WS-RELEVE-REJETE     TO TRUE
           IF WS-RC-RUN < 8
              MOVE 8                TO WS-RC-RUN
           END-IF
           DISPLAY 'RELEVE REJETE : ' WS-MOTIF-ECART ' '
                   WS-RLC-ID
           MOVE 'E'                 TO WS-ALRT-SEVERITE
           MOVE 'RLVECART'          TO WS-ALRT-CODE
           MOVE SPACES              TO WS-ALRT-MESSAGE
           STRING 'RELEVE ' WS-MOTIF-ECART ' ' WS-RLC-ID
                  DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
           PERFORM ECRIT-ALERTE
           .

      *    WS-CNV-TEXTE vers WS-CNV-VALEUR : chiffres, une virgule
      *    ou un point decimal, arret au premier autre caractere
       CONVERTIT-MONTANT.
           MOVE ZERO                TO WS-CNV-VALEUR
           MOVE ZERO                TO WS-CNV-NB-DECIMALES
           MOVE ZERO                TO WS-CNV-INDIC-DECIMALES
           MOVE ZERO                TO WS-CNV-INDIC-FIN
           PERFORM VARYING WS-CNV-LONG
                   FROM    1 BY 1
                   UNTIL   WS-CNV-LONG > LENGTH OF WS-CNV-TEXTE
                        OR WS-CNV-FINI
              MOVE WS-CNV-TEXTE (WS-CNV-LONG:1) TO WS-CNV-CAR
              EVALUATE TRUE
                 WHEN WS-CNV-CAR = ',' OR WS-CNV-CAR = '.'
                    SET WS-CNV-EN-DECIMALES TO TRUE
                 WHEN WS-CNV-CAR IS NUMERIC
                    IF WS-CNV-EN-DECIMALES
                       ADD 1        TO WS-CNV-NB-DECIMALES
                       EVALUATE WS-CNV-NB-DECIMALES
                          WHEN 1
                             COMPUTE WS-CNV-VALEUR = WS-CNV-VALEUR
                                   + WS-CNV-CHIFFRE / 10
                          WHEN 2
                             COMPUTE WS-CNV-VALEUR = WS-CNV-VALEUR
                                   + WS-CNV-CHIFFRE / 100
                       END-EVALUATE
                    ELSE
                       COMPUTE WS-CNV-VALEUR = WS-CNV-VALEUR * 10
                                             + WS-CNV-CHIFFRE
                    END-IF
                 WHEN OTHER
                    SET WS-CNV-FINI TO TRUE
              END-EVALUATE
           END-PERFORM
      *    Caracteres consommes : le caractere d'arret n'en fait
      *    pas partie
           SUBTRACT 1               FROM WS-CNV-LONG
           IF WS-CNV-FINI
              SUBTRACT 1            FROM WS-CNV-LONG
           END-IF
           .

      *    Ecriture de FIC-RELEVE-BANQUE - vide si le releve est
      *    rejete, pour qu'aucun releve de la veille ne soit relu
       ECRIT-RELEVE-BANQUE.
           OPEN OUTPUT FIC-RELEVE-BANQUE
           MOVE WS-STATUS-RLV       TO WS-FSTA-STATUT
           MOVE 'FIC-RLV'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           IF NOT WS-RELEVE-REJETE
              PERFORM VARYING WS-IDX-MVT
                      FROM    1 BY 1
                      UNTIL   WS-IDX-MVT > WS-NB-MVT
                 MOVE SPACES        TO RLV-REC
                 MOVE WS-MVT-REF (WS-IDX-MVT)     TO RLV-REF
                 MOVE WS-MVT-MONTANT (WS-IDX-MVT) TO RLV-MONTANT
                 MOVE WS-MVT-DATE (WS-IDX-MVT)    TO RLV-DATE
                 MOVE WS-MVT-SENS (WS-IDX-MVT)    TO RLV-SENS
                 WRITE RLV-REC
                 ADD 1              TO WS-NB-RLV-ECRITS
              END-PERFORM
           END-IF
           CLOSE FIC-RELEVE-BANQUE
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Ecriture d'une alerte dans le fil consolide
           COPY ALRTP.

      * Fin du pgm
       FIN.
           IF WS-RELEVE-REJETE
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              WRITE CRLV-REC FROM WS-LIGNE-RAPPORT
              STRING '*** RELEVE REJETE, RAPPROCHEMENT NON LANCE ***'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE CRLV-REC FROM WS-LIGNE-RAPPORT
           END-IF
           CLOSE FIC-RELEVE-NATIF
                 FIC-CTRL-RELEVE

           DISPLAY 'Integration du releve ' WS-LIBELLE-FORMAT
                   ' terminee'
           MOVE WS-NB-LIGNES-LUES   TO WS-NB-EDT
           DISPLAY 'LIGNES LUES      = ' WS-NB-EDT
           MOVE WS-NB-RELEVES       TO WS-NB-EDT
           DISPLAY 'RELEVES          = ' WS-NB-EDT
           MOVE WS-NB-EN-ECART      TO WS-NB-EDT
           DISPLAY 'EN ECART         = ' WS-NB-EDT
           MOVE WS-NB-MVT           TO WS-NB-EDT
           DISPLAY 'MOUVEMENTS       = ' WS-NB-EDT
           MOVE WS-NB-SANS-REF      TO WS-NB-EDT
           DISPLAY 'SANS REFERENCE   = ' WS-NB-EDT
           MOVE WS-NB-RLV-ECRITS    TO WS-NB-EDT
           DISPLAY 'LIGNES ECRITES   = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-RLVN'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-RLVN      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES-LUES   TO WS-JSUM-FIC-LUS
           MOVE ZERO                TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-RLV'           TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-RLV       TO WS-JSUM-FIC-STATUT
           MOVE ZERO                TO WS-JSUM-FIC-LUS
           MOVE WS-NB-RLV-ECRITS    TO WS-JSUM-FIC-ECRITS
           IF WS-RELEVE-REJETE
              MOVE WS-NB-MVT        TO WS-JSUM-FIC-REJETES
           END-IF
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
