       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX097.
      *==============================================================*
      * PROGRAMME hebdomadaire de controle d'integrite referentielle *
      * entre les fichiers de la suite                               *
      *   - FOREX031 controle FICHIER1 seul ; les degats constates   *
      *     viennent des trous ENTRE fichiers. Cinq relations sont   *
      *     verifiees, chacune avec son compte d'orphelins :         *
      *       1. trace FIC-TRACE-REFS -> article de FICHIER1 (ou     *
      *          de l'archive FIC1-ARCHIVE : l'article archive       *
      *          existe toujours)                                    *
      *       2. reference de FIC-PAIEMENTS -> trace ; une           *
      *          reference nette de FOREX070 (AAAAMMJJ-Nnnnnnn) est  *
      *          justifiee par le detail de compensation             *
      *          FIC-DETAIL-COMP, dont chaque composante doit a son  *
      *          tour avoir sa trace (tri des references)            *
      *       3. article present a la fois dans FICHIER1 et dans     *
      *          FIC1-ARCHIVE                                        *
      *       4. FIC1-CODE-CTP renseigne absent de                   *
      *          FIC-CONTREPARTIES (contrepartie supprimee par       *
      *          FOREX055)                                           *
      *       5. cle de la file FIC-RETRANS absente de FICHIER1      *
      *   - Les N premiers orphelins de chaque relation sont listes  *
      *     dans FIC-RAPPORT-INTEGRITE (N sur la carte               *
      *     FIC-PARAM-INTEGRITE colonnes 1-3, 20 par defaut), le     *
      *     compte est toujours complet                              *
      *   - Verdict global au referentiel de controle FIC-CONTROLES  *
      *     (CONFORME / NON CONF) ; un orphelin leve l'alerte E      *
      *     INTEGRIT et RC 8. Une relation dont un fichier manque    *
      *     est NON VERIFIEE (RC 4), sans orphelin compte            *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Nombre d'orphelins listes par relation (facultatif)
           SELECT FIC-PARAM-INTEGRITE
                     ASSIGN to FICPINT
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PINT.
      * FICHIER1 : balayage sequentiel et lecture directe par cle
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * Cluster d'archive des articles clos (FOREX047)
           SELECT FIC1-ARCHIVE
                     ASSIGN to FIC1ARCH
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is ARCH-CH1
                     FILE STATUS is WS-STATUS-ARCH.
      * Referentiel des contreparties (FOREX055)
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * Traces reference -> article, ecrites par FOREX009
           SELECT FIC-TRACE-REFS
                     ASSIGN to FICTREF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TREF.
      *    FIC-PAIEMENTS : instructions de paiement de FOREX056
           COPY PAIES.
      *    FIC-DETAIL-COMP : composantes des paiements nets FOREX070
           COPY CDETS.
      * FIC-RETRANS : file de retransmission produite par FOREX022
           SELECT FIC-RETRANS
                     ASSIGN to FICRTR
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RTR.
      * Tri des references : justifications et references a
      *   justifier
           SELECT SORT-REFERENCES ASSIGN to SORTWK1.
      * Compte rendu des orphelins par relation
           SELECT FIC-RAPPORT-INTEGRITE
                     ASSIGN to FICRINT
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RINT.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.
      *    FIC-CONTROLES : referentiel central des totaux de controle
           COPY CTLS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM-INTEGRITE.
       01  PINT-REC.
         10 PINT-NB-LISTES     PIC X(03).
         10 FILLER             PIC X(77).

      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

       FD  FIC1-ARCHIVE.
           COPY FIC1REC REPLACING LEADING ==FIC1== BY ==ARCH==.

      * Contrepartie : meme dessin que FOREX055
       FD  FIC-CONTREPARTIES.
       01  CTP-REC.
         10 CTP-CODE           PIC X(06).
         10 CTP-NOM            PIC X(30).
         10 CTP-PAYS           PIC X(03).
         10 CTP-CONTACT        PIC X(20).
         10 CTP-STATUT         PIC X(01).
             88 CTP-ACTIVE               VALUE 'A'.
             88 CTP-SUSPENDUE            VALUE 'S'.
         10 CTP-ENTITE-GROUPE  PIC X(02).
             88 CTP-HORS-GROUPE          VALUE SPACE.
         10 FILLER             PIC X(18).

      * Trace : meme dessin que l'ecriture de FOREX009
       FD  FIC-TRACE-REFS.
       01  TREF-REC.
         10 TREF-REF           PIC X(16).
         10 FILLER             PIC X(01).
         10 TREF-CLE           PIC X(10).
         10 FILLER             PIC X(53).

           COPY PAIE.

           COPY CDET.

      * File de retransmission : meme dessin que l'ecriture de
      * FOREX022
       FD  FIC-RETRANS.
       01  RTR-REC.
         10 RTR-CLE            PIC X(10).
         10 RTR-DATE           PIC 9(08).
         10 RTR-TENTATIVES     PIC 9(02).
         10 FILLER             PIC X(60).

      * Reference triee : type J (justification : trace, ou
      * reference nette du detail de compensation) avant type R (a
      * justifier : paiement ou composante), origine et libelle
      * de l'orphelin eventuel
       SD  SORT-REFERENCES.
       01  SR-REC.
         10 SR-REF             PIC X(16).
         10 SR-TYPE            PIC X(01).
             88 SR-JUSTIFICATION         VALUE 'J'.
             88 SR-A-JUSTIFIER           VALUE 'R'.
         10 SR-DETAIL          PIC X(63).

       FD  FIC-RAPPORT-INTEGRITE.
       01  RINT-REC             PIC X(132).

           COPY ALRT.

           COPY CTL.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PINT       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-STATUS-ARCH       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-ARCH-OUVERT PIC 9      VALUE ZERO.
               88 WS-ARCH-OUVERT               VALUE 1.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-CTP-OUVERT  PIC 9      VALUE ZERO.
               88 WS-CTP-OUVERT                VALUE 1.
           02  WS-STATUS-TREF       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TREF    PIC 9      VALUE ZERO.
               88 WS-FIN-TREF                  VALUE 1.
           02  WS-INDIC-TREF-LU     PIC 9      VALUE ZERO.
               88 WS-TREF-LU                   VALUE 1.
           02  WS-STATUS-PAIE       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PAIE    PIC 9      VALUE ZERO.
               88 WS-FIN-PAIE                  VALUE 1.
           02  WS-STATUS-CDET       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-CDET    PIC 9      VALUE ZERO.
               88 WS-FIN-CDET                  VALUE 1.
           02  WS-STATUS-RTR        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-RTR     PIC 9      VALUE ZERO.
               88 WS-FIN-RTR                   VALUE 1.
           02  WS-INDIC-FIN-SORT    PIC 9      VALUE ZERO.
               88 WS-FIN-SORT                  VALUE 1.
           02  WS-STATUS-RINT       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-CONTROLES      PIC S9(9)  VALUE ZERO.
           02  WS-NB-ORPHELINS      PIC S9(9)  VALUE ZERO.
           02  WS-NB-NON-VERIFIEES  PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-TRACES-LUES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-PAIE-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-CDET-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-RTR-LUS        PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-NB-EDT-2          PIC ZZZ.ZZZ.ZZ9.
           02  WS-LIGNE-RAPPORT     PIC X(132).

      *    Nombre d'orphelins listes par relation
       01  WS-NB-LISTES-MAX         PIC 9(03)  VALUE 20.

      *    Relations controlees : libelle, references controlees,
      *    orphelins, statut (VERIFIEE / NON VERIF)
       01  WS-TAB-RELATIONS.
           02  WS-REL-ENTREE OCCURS 5.
               05 WS-REL-LIBELLE    PIC X(50).
               05 WS-REL-NB-CTL     PIC S9(9) COMP SYNC.
               05 WS-REL-NB-ORPH    PIC S9(9) COMP SYNC.
               05 WS-REL-STATUT     PIC X(09).
                   88 WS-REL-NON-VERIFIEE      VALUE 'NON VERIF'.
       01  WS-IDX-REL               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-DETAIL-ORPHELIN       PIC X(100) VALUE SPACE.

      *    Groupe de references en cours dans la sortie du tri
       01  WS-REF-COURANTE          PIC X(16)  VALUE HIGH-VALUE.
       01  WS-INDIC-JUSTIFIEE       PIC 9      VALUE ZERO.
           88 WS-REF-JUSTIFIEE                 VALUE 1.
       01  WS-MONTANT-EDT           PIC -ZZZ.ZZZ.ZZ9,99.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Fil des alertes operateur
           COPY ALRTW.
      *    Referentiel central des totaux de controle
           COPY CTLW.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.

      *    Date et heure systeme
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT                  *> Init, ouvertures
           PERFORM CONTROLE-TRACES       *> 1. Trace -> article
           PERFORM CONTROLE-PAIEMENTS    *> 2. Paiement -> trace
           PERFORM CONTROLE-DOUBLONS-ARCH *> 3. FICHIER1 x archive
           PERFORM CONTROLE-CONTREPARTIES *> 4. Article -> CTP
           PERFORM CONTROLE-RETRANS      *> 5. Retrans -> article
           PERFORM FIN                   *> Verdict, fermetures
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX097'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX097'  TO WS-ALRT-PROGRAMME
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

           OPEN INPUT FIC-PARAM-INTEGRITE
           IF WS-STATUS-PINT = '00'
              READ FIC-PARAM-INTEGRITE
               NOT AT END
                 IF PINT-NB-LISTES NUMERIC
                    MOVE PINT-NB-LISTES TO WS-NB-LISTES-MAX
                 END-IF
              END-READ
              CLOSE FIC-PARAM-INTEGRITE
           END-IF

           MOVE 'TRACE FIC-TRACE-REFS SANS ARTICLE (FICHIER1/ARCHIVE)'
                                    TO WS-REL-LIBELLE (1)
           MOVE 'REFERENCE FIC-PAIEMENTS SANS TRACE NI DETAIL NET'
                                    TO WS-REL-LIBELLE (2)
           MOVE 'ARTICLE A LA FOIS DANS FICHIER1 ET FIC1-ARCHIVE'
                                    TO WS-REL-LIBELLE (3)
           MOVE 'FIC1-CODE-CTP ABSENT DE FIC-CONTREPARTIES'
                                    TO WS-REL-LIBELLE (4)
           MOVE 'CLE FIC-RETRANS ABSENTE DE FICHIER1'
                                    TO WS-REL-LIBELLE (5)
           PERFORM VARYING WS-IDX-REL FROM 1 BY 1
                   UNTIL   WS-IDX-REL > 5
              MOVE ZERO             TO WS-REL-NB-CTL (WS-IDX-REL)
              MOVE ZERO             TO WS-REL-NB-ORPH (WS-IDX-REL)
              MOVE 'VERIFIEE '      TO WS-REL-STATUT (WS-IDX-REL)
           END-PERFORM

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Archive et referentiel des contreparties facultatifs :
      *    absents, leurs relations ne sont pas verifiees
           OPEN INPUT FIC1-ARCHIVE
           IF WS-STATUS-ARCH = '00'
              SET WS-ARCH-OUVERT    TO TRUE
           ELSE
              DISPLAY 'FIC1-ARCHIVE absent (statut ' WS-STATUS-ARCH
                      ')'
           END-IF
           OPEN INPUT FIC-CONTREPARTIES
           IF WS-STATUS-CTP = '00'
              SET WS-CTP-OUVERT     TO TRUE
           ELSE
              DISPLAY 'FIC-CONTREPARTIES absent (statut '
                      WS-STATUS-CTP ')'
           END-IF

           OPEN OUTPUT FIC-RAPPORT-INTEGRITE
           MOVE WS-STATUS-RINT      TO WS-FSTA-STATUT
           MOVE 'FIC-RINT'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE WS-NB-LISTES-MAX    TO WS-NB-EDT
           STRING 'FOREX097  INTEGRITE REFERENTIELLE ENTRE FICHIERS'
                  '   EDITE LE ' WS-DHS-DATE ' A ' WS-DHS-HEURE
                  '   (' WS-NB-EDT ' PREMIERS ORPHELINS LISTES PAR '
                  'RELATION)'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE ALL '='             TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

      *==============================================================*
      * 1. TRACE -> ARTICLE : la cle de chaque trace doit exister    *
      *    dans FICHIER1, ou a defaut dans l'archive                 *
      *==============================================================*
       CONTROLE-TRACES.
           MOVE 1                   TO WS-IDX-REL
           PERFORM DEBUT-RELATION
           OPEN INPUT FIC-TRACE-REFS
           IF WS-STATUS-TREF NOT = '00'
              PERFORM RELATION-NON-VERIFIEE
              EXIT PARAGRAPH
           END-IF
           SET WS-TREF-LU           TO TRUE
           PERFORM UNTIL WS-FIN-TREF
              READ FIC-TRACE-REFS
               AT END
                 SET WS-FIN-TREF    TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-TRACES-LUES
                 PERFORM CONTROLE-TRACE
              END-READ
           END-PERFORM
           CLOSE FIC-TRACE-REFS
           PERFORM FIN-RELATION
           .

       CONTROLE-TRACE.
           ADD 1                    TO WS-REL-NB-CTL (1)
           MOVE TREF-CLE            TO FIC1-CH1
           READ FICHIER1
              INVALID KEY
                 IF WS-ARCH-OUVERT
                    MOVE TREF-CLE   TO ARCH-CH1
                    READ FIC1-ARCHIVE
                       INVALID KEY
                          PERFORM NOTE-TRACE-ORPHELINE
                    END-READ
                 ELSE
                    PERFORM NOTE-TRACE-ORPHELINE
                 END-IF
           END-READ
           .

       NOTE-TRACE-ORPHELINE.
           MOVE SPACES              TO WS-DETAIL-ORPHELIN
           STRING 'REF ' TREF-REF ' -> CLE ' TREF-CLE
                  DELIMITED BY SIZE INTO WS-DETAIL-ORPHELIN
           PERFORM NOTE-ORPHELIN
           .

      *==============================================================*
      * 2. PAIEMENT -> TRACE : tri commun des traces, du detail de   *
      *    compensation et des paiements sur la reference ; une      *
      *    reference a justifier sans justification dans son groupe  *
      *    est orpheline                                             *
      *==============================================================*
       CONTROLE-PAIEMENTS.
           MOVE 2                   TO WS-IDX-REL
           PERFORM DEBUT-RELATION
           IF NOT WS-TREF-LU
              PERFORM RELATION-NON-VERIFIEE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT FIC-PAIEMENTS
           IF WS-STATUS-PAIE NOT = '00'
              PERFORM RELATION-NON-VERIFIEE
              EXIT PARAGRAPH
           END-IF
           SORT SORT-REFERENCES
               ON ASCENDING KEY SR-REF SR-TYPE
               INPUT PROCEDURE  CHARGE-REFERENCES
               OUTPUT PROCEDURE RAPPROCHE-REFERENCES
           PERFORM FIN-RELATION
           .

       CHARGE-REFERENCES.
           MOVE ZERO                TO WS-INDIC-FIN-TREF
           OPEN INPUT FIC-TRACE-REFS
           PERFORM UNTIL WS-FIN-TREF
              READ FIC-TRACE-REFS
               AT END
                 SET WS-FIN-TREF    TO TRUE
               NOT AT END
                 MOVE SPACES        TO SR-REC
                 MOVE TREF-REF      TO SR-REF
                 SET SR-JUSTIFICATION TO TRUE
                 RELEASE SR-REC
              END-READ
           END-PERFORM
           CLOSE FIC-TRACE-REFS

      *    Detail de compensation : la reference nette est justifiee
      *    par sa presence, chaque composante reste a justifier
           OPEN INPUT FIC-DETAIL-COMP
           IF WS-STATUS-CDET = '00'
              PERFORM UNTIL WS-FIN-CDET
                 READ FIC-DETAIL-COMP
                  AT END
                    SET WS-FIN-CDET TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-CDET-LUS
                    MOVE SPACES     TO SR-REC
                    MOVE CDET-REF-NETTE TO SR-REF
                    SET SR-JUSTIFICATION TO TRUE
                    RELEASE SR-REC
                    MOVE SPACES     TO SR-REC
                    MOVE CDET-REF-TRANS TO SR-REF
                    SET SR-A-JUSTIFIER TO TRUE
                    MOVE CDET-MONTANT TO WS-MONTANT-EDT
                    STRING 'COMPOSANTE DE ' CDET-REF-NETTE
                           ' CTP ' CDET-CODE-CTP ' ' WS-MONTANT-EDT
                           ' ' CDET-DEVISE
                           DELIMITED BY SIZE INTO SR-DETAIL
                    RELEASE SR-REC
                 END-READ
              END-PERFORM
              CLOSE FIC-DETAIL-COMP
           ELSE
              DISPLAY 'FIC-DETAIL-COMP absent, references nettes '
                      'sans justification'
           END-IF

      *    Paiements, hors trailer de controle
           PERFORM UNTIL WS-FIN-PAIE
              READ FIC-PAIEMENTS
               AT END
                 SET WS-FIN-PAIE    TO TRUE
               NOT AT END
                 IF PAIE-REC (1:10) NOT = '*TRAILER**'
                    ADD 1           TO WS-NB-PAIE-LUS
                    MOVE SPACES     TO SR-REC
                    MOVE PAIE-REF   TO SR-REF
                    SET SR-A-JUSTIFIER TO TRUE
                    MOVE PAIE-MONTANT TO WS-MONTANT-EDT
                    STRING 'PAIEMENT CTP ' PAIE-CODE-CTP ' '
                           WS-MONTANT-EDT ' ' PAIE-DEVISE
                           ' VALEUR ' PAIE-DATE-VALEUR
                           DELIMITED BY SIZE INTO SR-DETAIL
                    RELEASE SR-REC
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PAIEMENTS
           .

       RAPPROCHE-REFERENCES.
           PERFORM UNTIL WS-FIN-SORT
              RETURN SORT-REFERENCES
               AT END
                 SET WS-FIN-SORT    TO TRUE
               NOT AT END
                 IF SR-REF NOT = WS-REF-COURANTE
                    MOVE SR-REF     TO WS-REF-COURANTE
                    MOVE ZERO       TO WS-INDIC-JUSTIFIEE
                 END-IF
                 IF SR-JUSTIFICATION
                    SET WS-REF-JUSTIFIEE TO TRUE
                 ELSE
                    ADD 1           TO WS-REL-NB-CTL (2)
                    IF NOT WS-REF-JUSTIFIEE
                       MOVE SPACES  TO WS-DETAIL-ORPHELIN
                       STRING 'REF ' SR-REF ' ' SR-DETAIL
                              DELIMITED BY SIZE
                         INTO WS-DETAIL-ORPHELIN
                       PERFORM NOTE-ORPHELIN
                    END-IF
                 END-IF
              END-RETURN
           END-PERFORM
           .

      *==============================================================*
      * 3. ARTICLE A LA FOIS VIVANT ET ARCHIVE                       *
      *==============================================================*
       CONTROLE-DOUBLONS-ARCH.
           MOVE 3                   TO WS-IDX-REL
           PERFORM DEBUT-RELATION
           IF NOT WS-ARCH-OUVERT
              PERFORM RELATION-NON-VERIFIEE
              EXIT PARAGRAPH
           END-IF
           PERFORM DEBUT-BALAYAGE-FIC1
           PERFORM UNTIL WS-FIN-FIC1
              READ FICHIER1 NEXT RECORD
               AT END
                 SET WS-FIN-FIC1    TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-ARTICLES-LUS
                 ADD 1              TO WS-REL-NB-CTL (3)
                 MOVE FIC1-CH1      TO ARCH-CH1
                 READ FIC1-ARCHIVE
                    NOT INVALID KEY
                       MOVE SPACES  TO WS-DETAIL-ORPHELIN
                       STRING 'CLE ' FIC1-CH1 ' STATUT VIVANT '
                              FIC1-STATUT ' STATUT ARCHIVE '
                              ARCH-STATUT ' EXPIR. ARCHIVE '
                              ARCH-DATE-EXPIR
                              DELIMITED BY SIZE
                         INTO WS-DETAIL-ORPHELIN
                       PERFORM NOTE-ORPHELIN
                 END-READ
              END-READ
           END-PERFORM
           PERFORM FIN-RELATION
           .

      *==============================================================*
      * 4. ARTICLE -> CONTREPARTIE : un code renseigne doit exister  *
      *    au referentiel (son statut est le controle de FOREX009)   *
      *==============================================================*
       CONTROLE-CONTREPARTIES.
           MOVE 4                   TO WS-IDX-REL
           PERFORM DEBUT-RELATION
           IF NOT WS-CTP-OUVERT
              PERFORM RELATION-NON-VERIFIEE
              EXIT PARAGRAPH
           END-IF
           PERFORM DEBUT-BALAYAGE-FIC1
           PERFORM UNTIL WS-FIN-FIC1
              READ FICHIER1 NEXT RECORD
               AT END
                 SET WS-FIN-FIC1    TO TRUE
               NOT AT END
                 IF FIC1-CODE-CTP NOT = SPACE
                    ADD 1           TO WS-REL-NB-CTL (4)
                    MOVE FIC1-CODE-CTP TO CTP-CODE
                    READ FIC-CONTREPARTIES
                       INVALID KEY
                          MOVE SPACES TO WS-DETAIL-ORPHELIN
                          STRING 'CLE ' FIC1-CH1 ' CTP '
                                 FIC1-CODE-CTP ' STATUT ARTICLE '
                                 FIC1-STATUT ' ' FIC1-CH2
                                 DELIMITED BY SIZE
                            INTO WS-DETAIL-ORPHELIN
                          PERFORM NOTE-ORPHELIN
                    END-READ
                 END-IF
              END-READ
           END-PERFORM
           PERFORM FIN-RELATION
           .

      *==============================================================*
      * 5. FILE DE RETRANSMISSION -> ARTICLE                         *
      *==============================================================*
       CONTROLE-RETRANS.
           MOVE 5                   TO WS-IDX-REL
           PERFORM DEBUT-RELATION
           OPEN INPUT FIC-RETRANS
           IF WS-STATUS-RTR NOT = '00'
              PERFORM RELATION-NON-VERIFIEE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-RTR
              READ FIC-RETRANS
               AT END
                 SET WS-FIN-RTR     TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-RTR-LUS
                 ADD 1              TO WS-REL-NB-CTL (5)
                 MOVE RTR-CLE       TO FIC1-CH1
                 READ FICHIER1
                    INVALID KEY
                       MOVE SPACES  TO WS-DETAIL-ORPHELIN
                       STRING 'CLE ' RTR-CLE ' EN FILE DEPUIS LE '
                              RTR-DATE ' TENTATIVES ' RTR-TENTATIVES
                              DELIMITED BY SIZE
                         INTO WS-DETAIL-ORPHELIN
                       PERFORM NOTE-ORPHELIN
                 END-READ
              END-READ
           END-PERFORM
           CLOSE FIC-RETRANS
           PERFORM FIN-RELATION
           .

      *    Repositionnement en tete de FICHIER1 pour un balayage
       DEBUT-BALAYAGE-FIC1.
           MOVE ZERO                TO WS-INDIC-FIN-FIC1
           MOVE LOW-VALUES          TO FIC1-CH1
           START FICHIER1 KEY IS NOT LESS THAN FIC1-CH1
              INVALID KEY
                 SET WS-FIN-FIC1    TO TRUE
           END-START
           .

      *    En-tete de section de la relation WS-IDX-REL
       DEBUT-RELATION.
           PERFORM ECRIT-LIGNE
           MOVE WS-IDX-REL          TO WS-NB-EDT
           STRING 'RELATION ' WS-NB-EDT (11:1) ' - '
                  WS-REL-LIBELLE (WS-IDX-REL)
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

      *    Fichier source absent : relation non verifiee
       RELATION-NON-VERIFIEE.
           MOVE 'NON VERIF'         TO WS-REL-STATUT (WS-IDX-REL)
           ADD 1                    TO WS-NB-NON-VERIFIEES
           MOVE '  *** NON VERIFIEE : FICHIER SOURCE ABSENT ***'
                                    TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

      *    Orphelin de la relation courante : toujours compte, liste
      *    dans la limite des N premiers
       NOTE-ORPHELIN.
           ADD 1                    TO WS-REL-NB-ORPH (WS-IDX-REL)
           IF WS-REL-NB-ORPH (WS-IDX-REL) <= WS-NB-LISTES-MAX
              STRING '  ' WS-DETAIL-ORPHELIN
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE
           END-IF
           .

      *    Compte de la relation courante
       FIN-RELATION.
           IF WS-REL-NB-ORPH (WS-IDX-REL) > WS-NB-LISTES-MAX
              COMPUTE WS-NB-EDT = WS-REL-NB-ORPH (WS-IDX-REL)
                                - WS-NB-LISTES-MAX
              STRING '  ... ' WS-NB-EDT ' autre(s) non liste(s)'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE
           END-IF
           MOVE WS-REL-NB-CTL (WS-IDX-REL)  TO WS-NB-EDT
           MOVE WS-REL-NB-ORPH (WS-IDX-REL) TO WS-NB-EDT-2
           STRING '  CONTROLES ' WS-NB-EDT '   ORPHELINS ' WS-NB-EDT-2
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           ADD WS-REL-NB-CTL (WS-IDX-REL)  TO WS-NB-CONTROLES
           ADD WS-REL-NB-ORPH (WS-IDX-REL) TO WS-NB-ORPHELINS
           .

       ECRIT-LIGNE.
           WRITE RINT-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RINT      TO WS-FSTA-STATUT
           MOVE 'FIC-RINT'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Verdict global : alerte et referentiel de controle
       ECRIT-VERDICT.
           PERFORM ECRIT-LIGNE
           MOVE WS-NB-ORPHELINS     TO WS-NB-EDT
           MOVE WS-NB-NON-VERIFIEES TO WS-NB-EDT-2
           IF WS-NB-ORPHELINS > ZERO
              STRING 'VERDICT : NON CONFORME - ' WS-NB-EDT
                     ' orphelin(s), relation(s) non verifiee(s) :'
                     WS-NB-EDT-2
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           ELSE
              STRING 'VERDICT : CONFORME - relation(s) non '
                     'verifiee(s) :' WS-NB-EDT-2
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-IF
           PERFORM ECRIT-LIGNE

           IF WS-NB-NON-VERIFIEES > ZERO
              IF WS-RC-RUN < 04
                 MOVE 04            TO WS-RC-RUN
              END-IF
           END-IF
           IF WS-NB-ORPHELINS > ZERO
              MOVE 'E'              TO WS-ALRT-SEVERITE
              MOVE 'INTEGRIT'       TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Integrite fichiers :' WS-NB-EDT
                     ' orphelin(s)'
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
              IF WS-RC-RUN < 08
                 MOVE 08            TO WS-RC-RUN
              END-IF
           END-IF

      *    Enregistrement du verdict dans le referentiel central
      *    des totaux de controle (copybook CTLP)
           MOVE 'FOREX097'          TO WS-CTL-PROGRAMME
           MOVE WS-NB-CONTROLES     TO WS-CTL-NB-LUS
           MOVE ZERO                TO WS-CTL-NB-ECRITS
           MOVE WS-NB-ORPHELINS     TO WS-CTL-NB-REJETES
           MOVE ZERO                TO WS-CTL-TOTAL
           IF WS-NB-ORPHELINS > ZERO
              MOVE 'NON CONF'       TO WS-CTL-STATUT
           ELSE
              MOVE 'CONFORME'       TO WS-CTL-STATUT
           END-IF
           PERFORM ECRIT-CONTROLE-RUN
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Fil consolide des alertes operateur
           COPY ALRTP.
      *    Ecriture du controle de run dans le referentiel central
           COPY CTLP.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           PERFORM ECRIT-VERDICT

           DISPLAY 'Controle d''integrite referentielle termine'
           PERFORM VARYING WS-IDX-REL FROM 1 BY 1
                   UNTIL   WS-IDX-REL > 5
              MOVE WS-REL-NB-ORPH (WS-IDX-REL) TO WS-NB-EDT
              MOVE WS-IDX-REL       TO WS-NB-EDT-2
              DISPLAY 'RELATION ' WS-NB-EDT-2 (11:1) ' '
                      WS-REL-STATUT (WS-IDX-REL)
                      ' ORPHELINS = ' WS-NB-EDT
           END-PERFORM
           MOVE WS-NB-CONTROLES     TO WS-NB-EDT
           DISPLAY 'CONTROLES         = ' WS-NB-EDT
           MOVE WS-NB-ORPHELINS     TO WS-NB-EDT
           DISPLAY 'ORPHELINS         = ' WS-NB-EDT

           CLOSE FICHIER1
                 FIC-RAPPORT-INTEGRITE
           IF WS-ARCH-OUVERT
              CLOSE FIC1-ARCHIVE
           END-IF
           IF WS-CTP-OUVERT
              CLOSE FIC-CONTREPARTIES
           END-IF

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARTICLES-LUS  TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-TREF'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-TREF      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-TRACES-LUES   TO WS-JSUM-FIC-LUS
           MOVE WS-REL-NB-ORPH (1)  TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-PAIE'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-PAIE      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-PAIE-LUS      TO WS-JSUM-FIC-LUS
           MOVE WS-REL-NB-ORPH (2)  TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-RTR'           TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-RTR       TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-RTR-LUS       TO WS-JSUM-FIC-LUS
           MOVE WS-REL-NB-ORPH (5)  TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
