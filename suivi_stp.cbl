       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX105.
      *==============================================================*
      * PROGRAMME mensuel de mesure du traitement automatique de     *
      * bout en bout (taux STP : de l'arrivee au paiement sans       *
      * intervention manuelle)                                       *
      *   - Population : les transactions emises dans la periode     *
      *     (mois de la reference TRANS-REF), lues dans toutes les   *
      *     generations de FIC-TRACE-REFS - traces FOREX009 et       *
      *     traces de l'import CSV FOREX032 concatenees par le JCL   *
      *   - Chaque transaction est remontee a son article par la     *
      *     trace ; une intervention manuelle est comptee quand :    *
      *       . l'article a ete rejete puis recycle (cle presente    *
      *         dans une generation de FIC1-REJETS, FOREX017)        *
      *       . l'article a ete corrige avant l'emission : ligne M   *
      *         APPLIQUE de la piste FIC1-AUDIT d'un operateur       *
      *         (FOREX016, ou FOREX046 pour une approbation a quatre *
      *         yeux - motif 4YEUX)                                  *
      *       . le paiement a ete retenu ou bloque par FOREX056      *
      *         (FIC-PAIE-RETENUES, FIC-PAIE-BLOQUEES, toutes        *
      *         generations), cause = motif de la retenue            *
      *       . le paiement est reste en suspens au rapprochement    *
      *         bancaire (FIC-SUSPENS de FOREX057)                   *
      *     Une retenue ou un suspens sur une reference nette de     *
      *     FOREX070 touche chacune de ses composantes (detail       *
      *     FIC-DETAIL-COMP)                                         *
      *   - Source : flux de la trace (FICHIER1, FICHIER1B,          *
      *     FICHIER1C, import CSV) ; un article FICHIER1 present au  *
      *     registre des documents XML de FOREX010 (FIC-REGISTRE-DOC)*
      *     est compte en intake XML                                 *
      *   - Rapport FIC-RAPPORT-STP : taux STP par source, par       *
      *     entite, par mois, puis les premieres causes              *
      *     d'intervention (10)                                      *
      *   - Periode AAAAMM debut / fin sur FIC-PARAM-STP, a defaut   *
      *     le mois precedent ; 24 mois au plus                      *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Periode du rapport (facultatif : mois precedent)
           SELECT FIC-PARAM-STP
                     ASSIGN to FICPSTP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PSTP.
      * Traces reference -> article, toutes generations
           SELECT FIC-TRACE-REFS
                     ASSIGN to FICTREF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TREF.
      *    FIC1-REJETS : articles refuses par FOREX009, toutes
      *    generations
           COPY REJS.
      * FIC1-AUDIT : piste d'audit partagee avec FOREX015/FOREX016
           SELECT FIC1-AUDIT
                     ASSIGN to FIC1AUD
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AUDIT.
      * Registre des documents XML charges par FOREX010 (facultatif)
           SELECT FIC-REGISTRE-DOC
                     ASSIGN to FICREGD
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is REGD-CLE
                     FILE STATUS is WS-STATUS-REGD.
      * Transactions retenues et paiements bloques par FOREX056,
      *   toutes generations (facultatifs)
           SELECT FIC-PAIE-RETENUES
                     ASSIGN to FICPRET
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PRET.
           SELECT FIC-PAIE-BLOQUEES
                     ASSIGN to FICPBLQ
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PBLQ.
      * Paiements non denoues de FOREX057 (facultatif)
           SELECT FIC-SUSPENS
                     ASSIGN to FICSUSP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-SUSP.
      *    FIC-DETAIL-COMP : composantes des paiements nets FOREX070
           COPY CDETS.
      * Tri des evenements d'article et des traces par cle article
           SELECT SORT-ARTICLES ASSIGN to SORTWK1.
      * Transactions de la periode, avec les interventions sur
      *   leur article
           SELECT FIC-TRANS-SUIVIES
                     ASSIGN to FICTSTP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TSTP.
      * Tri des retenues, suspens et compositions nettes par
      *   reference
           SELECT SORT-REFERENCES ASSIGN to SORTWK2.
      * Retenues et suspens rapportes a la reference d'origine
           SELECT FIC-EVT-PAIEMENT
                     ASSIGN to FICTEVT
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TEVT.
      * Tri final par reference de transaction
           SELECT SORT-TRANSACTIONS ASSIGN to SORTWK3.
      * Rapport du taux de traitement automatique
           SELECT FIC-RAPPORT-STP
                     ASSIGN to FICRSTP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RSTP.
      *    Fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Carte : mois de debut AAAAMM, mois de fin AAAAMM (blanc =
      * mois de debut)
       FD  FIC-PARAM-STP.
       01  PSTP-REC.
         10 PSTP-DEBUT         PIC X(06).
         10 FILLER             PIC X(01).
         10 PSTP-FIN           PIC X(06).
         10 FILLER             PIC X(67).

      * Trace : meme dessin que l'ecriture de FOREX009 (flux a
      * blanc sur les traces anterieures a la zone = FICHIER1)
       FD  FIC-TRACE-REFS.
       01  TREF-REC.
         10 TREF-REF           PIC X(16).
         10 FILLER             PIC X(01).
         10 TREF-CLE           PIC X(10).
         10 FILLER             PIC X(01).
         10 TREF-FLUX          PIC X(01).
         10 FILLER             PIC X(01).
         10 TREF-ENTITE        PIC X(02).
         10 FILLER             PIC X(48).

           COPY REJ.

       FD  FIC1-AUDIT.
       01  AUDIT-REC.
         10 AUDIT-DATE-HEURE.
           15 AUDIT-DH-ANNEE   PIC X(04).
           15 FILLER           PIC X(01).
           15 AUDIT-DH-MOIS    PIC X(02).
           15 FILLER           PIC X(01).
           15 AUDIT-DH-JOUR    PIC X(02).
           15 FILLER           PIC X(07).
         10 FILLER             PIC X(01).
         10 AUDIT-CODE-MVT     PIC X(01).
         10 FILLER             PIC X(01).
         10 AUDIT-CLE          PIC X(10).
         10 FILLER             PIC X(01).
         10 AUDIT-RESULTAT     PIC X(08).
         10 FILLER             PIC X(01).
         10 AUDIT-MOTIF        PIC X(20).
         10 FILLER             PIC X(01).
         10 AUDIT-CH2          PIC X(20).
         10 FILLER             PIC X(01).
         10 AUDIT-OPERATEUR    PIC X(08).
         10 FILLER             PIC X(30).

      * Document XML charge : meme dessin que FOREX010
       FD  FIC-REGISTRE-DOC.
       01  REGD-REC.
         10 REGD-CLE           PIC X(10).
         10 REGD-DATE          PIC 9(08).
         10 REGD-HEURE         PIC 9(06).
         10 FILLER             PIC X(56).

      * Transaction retenue : meme dessin que FOREX056, la
      * transaction est l'image TRANS-REC recue
       FD  FIC-PAIE-RETENUES.
       01  PRET-REC.
         10 PRET-MOTIF         PIC X(20).
         10 FILLER             PIC X(01).
         10 PRET-CODE-CTP      PIC X(06).
         10 FILLER             PIC X(01).
         10 PRET-TRANSACTION.
           15 FILLER           PIC X(25).
           15 PRET-TRANS-REF   PIC X(16).
           15 FILLER           PIC X(39).
         10 FILLER             PIC X(12).

       FD  FIC-PAIE-BLOQUEES.
       01  PBLQ-REC.
         10 PBLQ-MOTIF         PIC X(20).
         10 FILLER             PIC X(01).
         10 PBLQ-CODE-CTP      PIC X(06).
         10 FILLER             PIC X(01).
         10 PBLQ-TRANSACTION.
           15 FILLER           PIC X(25).
           15 PBLQ-TRANS-REF   PIC X(16).
           15 FILLER           PIC X(39).
         10 FILLER             PIC X(42).

      * Suspens : meme dessin que FOREX057
       FD  FIC-SUSPENS.
       01  SUSP-REC.
         10 SUSP-REF           PIC X(16).
         10 FILLER             PIC X(01).
         10 SUSP-MONTANT       PIC 9(09)V99.
         10 FILLER             PIC X(01).
         10 SUSP-AGE           PIC 9(03).
         10 FILLER             PIC X(01).
         10 SUSP-DEVISE        PIC X(03).
         10 FILLER             PIC X(01).
         10 SUSP-DATE-VALEUR   PIC 9(08).
         10 FILLER             PIC X(35).

           COPY CDET.

      * Evenement d'article (R rejet, M correction) avant la trace
      * (T) de la meme cle
       SD  SORT-ARTICLES.
       01  SA-REC.
         10 SA-CLE             PIC X(10).
         10 SA-TYPE            PIC X(01).
             88 SA-REJET                 VALUE 'R'.
             88 SA-CORRECTION            VALUE 'M'.
             88 SA-TRACE                 VALUE 'T'.
         10 SA-DATE            PIC 9(08).
         10 SA-ORIGINE         PIC X(01).
             88 SA-CORR-FOREX016         VALUE '6'.
             88 SA-CORR-FOREX046         VALUE '4'.
         10 SA-REF             PIC X(16).
         10 SA-FLUX            PIC X(01).
         10 SA-ENTITE          PIC X(02).
         10 FILLER             PIC X(41).

      * Transaction de la periode : reference, source resolue,
      * entite, mois et interventions sur l'article
       FD  FIC-TRANS-SUIVIES.
       01  TSTP-REC.
         10 TSTP-REF           PIC X(16).
         10 TSTP-SOURCE        PIC 9(01).
         10 TSTP-ENTITE        PIC X(02).
         10 TSTP-MOIS          PIC 9(06).
         10 TSTP-IND-RECYCLE   PIC X(01).
         10 TSTP-IND-CORR16    PIC X(01).
         10 TSTP-IND-CORR46    PIC X(01).
         10 FILLER             PIC X(52).

      * Evenement de paiement (E) avant les composantes nettes (N)
      * de la meme reference
       SD  SORT-REFERENCES.
       01  SR-REC.
         10 SR-REF             PIC X(16).
         10 SR-TYPE            PIC X(01).
             88 SR-EVENEMENT             VALUE 'E'.
             88 SR-COMPOSANTE            VALUE 'N'.
         10 SR-CAUSE           PIC X(01).
         10 SR-MOTIF           PIC X(20).
         10 SR-REF-COMPOSANTE  PIC X(16).
         10 FILLER             PIC X(26).

      * Retenue (R) ou suspens (S) d'une reference de transaction
       FD  FIC-EVT-PAIEMENT.
       01  TEVT-REC.
         10 TEVT-REF           PIC X(16).
         10 TEVT-CAUSE         PIC X(01).
             88 TEVT-RETENUE             VALUE 'R'.
             88 TEVT-SUSPENS             VALUE 'S'.
         10 TEVT-MOTIF         PIC X(20).
         10 FILLER             PIC X(43).

      * Evenement de paiement (E) avant la transaction (T)
       SD  SORT-TRANSACTIONS.
       01  SX-REC.
         10 SX-REF             PIC X(16).
         10 SX-TYPE            PIC X(01).
             88 SX-EVENEMENT             VALUE 'E'.
             88 SX-TRANSACTION           VALUE 'T'.
         10 SX-CAUSE           PIC X(01).
             88 SX-RETENUE               VALUE 'R'.
             88 SX-SUSPENS               VALUE 'S'.
         10 SX-MOTIF           PIC X(20).
         10 SX-SOURCE          PIC 9(01).
         10 SX-ENTITE          PIC X(02).
         10 SX-MOIS            PIC 9(06).
         10 SX-IND-RECYCLE     PIC X(01).
         10 SX-IND-CORR16      PIC X(01).
         10 SX-IND-CORR46      PIC X(01).
         10 FILLER             PIC X(30).

       FD  FIC-RAPPORT-STP.
       01  RSTP-REC             PIC X(132).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PSTP       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-TREF       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TREF    PIC 9      VALUE ZERO.
               88 WS-FIN-TREF                  VALUE 1.
           02  WS-STATUS-FIC1REJ    PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-REJ     PIC 9      VALUE ZERO.
               88 WS-FIN-REJ                   VALUE 1.
           02  WS-STATUS-AUDIT      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-AUDIT   PIC 9      VALUE ZERO.
               88 WS-FIN-AUDIT                 VALUE 1.
           02  WS-STATUS-REGD       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-REGD-OUVERT PIC 9      VALUE ZERO.
               88 WS-REGD-OUVERT               VALUE 1.
           02  WS-STATUS-PRET       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PRET    PIC 9      VALUE ZERO.
               88 WS-FIN-PRET                  VALUE 1.
           02  WS-STATUS-PBLQ       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PBLQ    PIC 9      VALUE ZERO.
               88 WS-FIN-PBLQ                  VALUE 1.
           02  WS-STATUS-SUSP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-SUSP    PIC 9      VALUE ZERO.
               88 WS-FIN-SUSP                  VALUE 1.
           02  WS-STATUS-CDET       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-CDET    PIC 9      VALUE ZERO.
               88 WS-FIN-CDET                  VALUE 1.
           02  WS-STATUS-TSTP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TSTP    PIC 9      VALUE ZERO.
               88 WS-FIN-TSTP                  VALUE 1.
           02  WS-STATUS-TEVT       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TEVT    PIC 9      VALUE ZERO.
               88 WS-FIN-TEVT                  VALUE 1.
           02  WS-INDIC-FIN-SA      PIC 9      VALUE ZERO.
               88 WS-FIN-SA                    VALUE 1.
           02  WS-INDIC-FIN-SR      PIC 9      VALUE ZERO.
               88 WS-FIN-SR                    VALUE 1.
           02  WS-INDIC-FIN-SX      PIC 9      VALUE ZERO.
               88 WS-FIN-SX                    VALUE 1.
           02  WS-STATUS-RSTP       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-TRACES-LUES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-REJETS-LUS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-CORRECTIONS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-RETENUES-LUES  PIC S9(9)  VALUE ZERO.
           02  WS-NB-SUSPENS-LUS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-CDET-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-TRANS-PERIODE  PIC S9(9)  VALUE ZERO.
           02  WS-NB-TRANS-STP      PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-RAPPORT PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-STP-EDT           PIC ZZZ.ZZZ.ZZ9.
           02  WS-INT-EDT           PIC ZZZ.ZZZ.ZZ9.
           02  WS-TAUX-EDT          PIC ZZ9,9.

      *    Periode du rapport
       01  WS-PERIODE-DEBUT         PIC 9(06)  VALUE ZERO.
       01  WS-PERIODE-DEBUT-R REDEFINES WS-PERIODE-DEBUT.
           02  WS-PDEB-ANNEE        PIC 9(04).
           02  WS-PDEB-MOIS         PIC 9(02).
       01  WS-PERIODE-FIN           PIC 9(06)  VALUE ZERO.
       01  WS-PERIODE-FIN-R REDEFINES WS-PERIODE-FIN.
           02  WS-PFIN-ANNEE        PIC 9(04).
           02  WS-PFIN-MOIS         PIC 9(02).
       01  WS-NB-MOIS-PERIODE       PIC S9(4) COMP SYNC VALUE ZERO.

      *    Reference de transaction : date du run + sequence
       01  WS-REF-LUE.
           02  WS-REFL-DATE.
               03  WS-REFL-MOIS     PIC X(06).
               03  WS-REFL-JOUR     PIC X(02).
           02  FILLER               PIC X(08).
       01  WS-MOIS-REF              PIC 9(06)  VALUE ZERO.
       01  WS-MOIS-REF-R REDEFINES WS-MOIS-REF.
           02  WS-MREF-ANNEE        PIC 9(04).
           02  WS-MREF-MOIS         PIC 9(02).
       01  WS-DATE-REF              PIC 9(08)  VALUE ZERO.

      *    Article en cours a la sortie du premier tri
       01  WS-ART-CLE               PIC X(10)  VALUE LOW-VALUE.
       01  WS-ART-IND-REJET         PIC X(01)  VALUE SPACE.
       01  WS-ART-DATE-CORR16       PIC 9(08)  VALUE ZERO.
       01  WS-ART-DATE-CORR46       PIC 9(08)  VALUE ZERO.
       01  WS-ART-IND-XML           PIC 9      VALUE ZERO.
           88 WS-ART-XML                       VALUE 1.
       01  WS-ART-IND-XML-LU        PIC 9      VALUE ZERO.
           88 WS-ART-XML-LU                    VALUE 1.
       01  WS-DATE-CORRECTION       PIC 9(08)  VALUE ZERO.
       01  WS-DATE-CORRECTION-R REDEFINES WS-DATE-CORRECTION.
           02  WS-DCOR-ANNEE        PIC X(04).
           02  WS-DCOR-MOIS         PIC X(02).
           02  WS-DCOR-JOUR         PIC X(02).

      *    Evenements de paiement de la reference en cours a la
      *    sortie du deuxieme tri, repris pour chaque composante
       01  WS-GRP-REF               PIC X(16)  VALUE LOW-VALUE.
       01  WS-NB-EVT-GRP            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-EVT-GRP.
           02  WS-EVG-ENTREE OCCURS 10.
               03  WS-EVG-CAUSE     PIC X(01).
               03  WS-EVG-MOTIF     PIC X(20).
       01  WS-IDX-EVG               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Transaction en cours a la sortie du tri final
       01  WS-TX-REF                PIC X(16)  VALUE LOW-VALUE.
       01  WS-TX-IND-SUSPENS        PIC 9      VALUE ZERO.
           88 WS-TX-SUSPENS                    VALUE 1.
       01  WS-TX-MOTIF-RETENUE      PIC X(20)  VALUE SPACE.
       01  WS-TX-NB-CAUSES          PIC S9(4) COMP SYNC VALUE ZERO.

      *    Sources d'arrivee des transactions (ordre du flux de
      *    trace ; 5 = article charge par l'intake XML)
       01  WS-TAB-SOURCES.
           02  WS-SRC-ENTREE OCCURS 5.
               03  WS-SRC-LIBELLE   PIC X(20).
               03  WS-SRC-NB        PIC S9(9) COMP SYNC.
               03  WS-SRC-STP       PIC S9(9) COMP SYNC.
       01  WS-IDX-SRC               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Entites juridiques rencontrees
       01  WS-NB-ENTITES            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-ENTITES.
           02  WS-ENT-ENTREE OCCURS 20.
               03  WS-ENT-CODE      PIC X(02).
               03  WS-ENT-NB        PIC S9(9) COMP SYNC.
               03  WS-ENT-STP       PIC S9(9) COMP SYNC.
       01  WS-IDX-ENT               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-ENTITE-TX             PIC X(02)  VALUE SPACE.

      *    Mois de la periode, dans l'ordre
       01  WS-TAB-MOIS.
           02  WS-MOI-ENTREE OCCURS 24.
               03  WS-MOI-PERIODE   PIC 9(06).
               03  WS-MOI-NB        PIC S9(9) COMP SYNC.
               03  WS-MOI-STP       PIC S9(9) COMP SYNC.
       01  WS-IDX-MOI               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Causes d'intervention : 4 causes fixes, puis une par
      *    motif de retenue FOREX056 rencontre
       01  WS-NB-CAUSES             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-CAUSES.
           02  WS-CAU-ENTREE OCCURS 30.
               03  WS-CAU-LIBELLE   PIC X(40).
               03  WS-CAU-NB        PIC S9(9) COMP SYNC.
               03  WS-CAU-IND-EDITEE PIC 9.
                   88 WS-CAU-EDITEE             VALUE 1.
       01  WS-IDX-CAU               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-CAU-MAX           PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-RANG-CAU              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-RANG-EDT              PIC Z9.
       01  WS-LIBELLE-CAUSE         PIC X(40)  VALUE SPACE.

      *    Ligne de taux a editer
       01  WS-LIG-LIBELLE           PIC X(30)  VALUE SPACE.
       01  WS-LIG-NB                PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-LIG-STP               PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-TAUX                  PIC 9(03)V9 VALUE ZERO.

       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.

      *    Date et heure systeme
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE.
               03  WS-DHS-ANNEE     PIC 9(04).
               03  WS-DHS-MOIS      PIC 9(02).
               03  WS-DHS-JOUR      PIC 9(02).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).

      *    Fil des alertes operateur
           COPY ALRTW.
      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run
           COPY RCGRADW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT                  *> Periode, tables
      *    Traces de la periode et interventions sur leur article
           SORT SORT-ARTICLES
               ON ASCENDING KEY SA-CLE SA-TYPE
               INPUT PROCEDURE  CHARGE-ARTICLES
               OUTPUT PROCEDURE SUIT-ARTICLES
      *    Retenues et suspens, rapportes aux composantes nettes
           SORT SORT-REFERENCES
               ON ASCENDING KEY SR-REF SR-TYPE
               INPUT PROCEDURE  CHARGE-EVT-PAIEMENT
               OUTPUT PROCEDURE REPARTIT-EVT-PAIEMENT
      *    Chaque transaction avec ses retenues et suspens
           SORT SORT-TRANSACTIONS
               ON ASCENDING KEY SX-REF SX-TYPE
               INPUT PROCEDURE  CHARGE-TRANSACTIONS
               OUTPUT PROCEDURE CLASSE-TRANSACTIONS
           PERFORM EDITE-RAPPORT         *> Taux et causes
           PERFORM FIN                   *> Totaux, fermetures
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX105'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX105'  TO WS-ALRT-PROGRAMME
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

      *    Periode : carte AAAAMM debut / fin, a defaut le mois
      *    precedent
           OPEN INPUT FIC-PARAM-STP
           IF WS-STATUS-PSTP = '00'
              READ FIC-PARAM-STP
               NOT AT END
                 IF PSTP-DEBUT NUMERIC
                    MOVE PSTP-DEBUT TO WS-PERIODE-DEBUT
                 END-IF
                 IF PSTP-FIN NUMERIC
                    MOVE PSTP-FIN   TO WS-PERIODE-FIN
                 END-IF
              END-READ
              CLOSE FIC-PARAM-STP
           END-IF
           IF WS-PERIODE-DEBUT = ZERO
              OR WS-PDEB-MOIS < 01 OR WS-PDEB-MOIS > 12
              MOVE WS-DHS-ANNEE     TO WS-PDEB-ANNEE
              MOVE WS-DHS-MOIS      TO WS-PDEB-MOIS
              IF WS-PDEB-MOIS = 01
                 SUBTRACT 1         FROM WS-PDEB-ANNEE
                 MOVE 12            TO WS-PDEB-MOIS
              ELSE
                 SUBTRACT 1         FROM WS-PDEB-MOIS
              END-IF
              MOVE ZERO             TO WS-PERIODE-FIN
           END-IF
           IF WS-PERIODE-FIN = ZERO
              OR WS-PFIN-MOIS < 01 OR WS-PFIN-MOIS > 12
              MOVE WS-PERIODE-DEBUT TO WS-PERIODE-FIN
           END-IF
           IF WS-PERIODE-FIN < WS-PERIODE-DEBUT
              DISPLAY 'ABEND - PERIODE ' WS-PERIODE-DEBUT ' A '
                      WS-PERIODE-FIN ' INVALIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE WS-NB-MOIS-PERIODE =
                   (WS-PFIN-ANNEE - WS-PDEB-ANNEE) * 12
                 + WS-PFIN-MOIS - WS-PDEB-MOIS + 1
           IF WS-NB-MOIS-PERIODE > 24
              DISPLAY 'ABEND - PERIODE DE PLUS DE 24 MOIS'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY 'Taux STP de ' WS-PERIODE-DEBUT ' a '
                   WS-PERIODE-FIN

      *    Mois de la periode, dans l'ordre
           MOVE WS-PERIODE-DEBUT    TO WS-MOIS-REF
           PERFORM VARYING WS-IDX-MOI FROM 1 BY 1
                   UNTIL   WS-IDX-MOI > WS-NB-MOIS-PERIODE
              MOVE WS-MOIS-REF      TO WS-MOI-PERIODE (WS-IDX-MOI)
              MOVE ZERO             TO WS-MOI-NB (WS-IDX-MOI)
                                       WS-MOI-STP (WS-IDX-MOI)
              IF WS-MREF-MOIS = 12
                 ADD 1              TO WS-MREF-ANNEE
                 MOVE 01            TO WS-MREF-MOIS
              ELSE
                 ADD 1              TO WS-MREF-MOIS
              END-IF
           END-PERFORM

           MOVE 'FICHIER1'          TO WS-SRC-LIBELLE (1)
           MOVE 'FICHIER1B'         TO WS-SRC-LIBELLE (2)
           MOVE 'FICHIER1C'         TO WS-SRC-LIBELLE (3)
           MOVE 'IMPORT CSV'        TO WS-SRC-LIBELLE (4)
           MOVE 'INTAKE XML'        TO WS-SRC-LIBELLE (5)
           PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                   UNTIL   WS-IDX-SRC > 5
              MOVE ZERO             TO WS-SRC-NB (WS-IDX-SRC)
                                       WS-SRC-STP (WS-IDX-SRC)
           END-PERFORM

      *    Causes fixes, dans l'ordre des indicateurs de transaction
           MOVE 4                   TO WS-NB-CAUSES
           MOVE 'ARTICLE REJETE ET RECYCLE (FOREX017)'
                                    TO WS-CAU-LIBELLE (1)
           MOVE 'CORRECTION MANUELLE (FOREX016)'
                                    TO WS-CAU-LIBELLE (2)
           MOVE 'CORRECTION APPROUVEE 4 YEUX (FOREX046)'
                                    TO WS-CAU-LIBELLE (3)
           MOVE 'PAIEMENT EN SUSPENS (FOREX057)'
                                    TO WS-CAU-LIBELLE (4)
           PERFORM VARYING WS-IDX-CAU FROM 1 BY 1
                   UNTIL   WS-IDX-CAU > 30
              MOVE ZERO             TO WS-CAU-NB (WS-IDX-CAU)
                                       WS-CAU-IND-EDITEE (WS-IDX-CAU)
           END-PERFORM

      *    Registre XML facultatif : sans lui, l'intake XML reste
      *    compte en FICHIER1
           OPEN INPUT FIC-REGISTRE-DOC
           IF WS-STATUS-REGD = '00'
              SET WS-REGD-OUVERT    TO TRUE
           ELSE
              DISPLAY 'FIC-REGISTRE-DOC absent, articles XML '
                      'comptes en FICHIER1'
           END-IF

           OPEN OUTPUT FIC-RAPPORT-STP
           MOVE WS-STATUS-RSTP      TO WS-FSTA-STATUT
           MOVE 'FIC-RSTP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           .

      *==============================================================*
      * PREMIER TRI : par cle d'article, les rejets et corrections   *
      * precedent les traces des transactions emises                 *
      *==============================================================*
       CHARGE-ARTICLES.
           OPEN INPUT FIC-TRACE-REFS
           MOVE WS-STATUS-TREF      TO WS-FSTA-STATUT
           MOVE 'FIC-TREF'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-TREF
              READ FIC-TRACE-REFS
               AT END
                 SET WS-FIN-TREF    TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-TRACES-LUES
                 MOVE TREF-REF      TO WS-REF-LUE
                 IF WS-REFL-MOIS NUMERIC
                    MOVE WS-REFL-MOIS TO WS-MOIS-REF
                    IF WS-MOIS-REF >= WS-PERIODE-DEBUT
                       AND WS-MOIS-REF <= WS-PERIODE-FIN
                       MOVE SPACES  TO SA-REC
                       MOVE TREF-CLE TO SA-CLE
                       SET SA-TRACE TO TRUE
                       MOVE ZERO    TO SA-DATE
                       MOVE TREF-REF TO SA-REF
                       MOVE TREF-FLUX TO SA-FLUX
                       MOVE TREF-ENTITE TO SA-ENTITE
                       RELEASE SA-REC
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-TRACE-REFS

      *    Rejets : la cle refusee puis emise a ete recyclee
           OPEN INPUT FIC1-REJETS
           IF WS-STATUS-FIC1REJ NOT = '00' AND NOT = '35'
              MOVE WS-STATUS-FIC1REJ TO WS-FSTA-STATUT
              MOVE 'FIC1-REJ'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF
           IF WS-STATUS-FIC1REJ = '00'
              PERFORM UNTIL WS-FIN-REJ
                 READ FIC1-REJETS
                  AT END
                    SET WS-FIN-REJ  TO TRUE
                  NOT AT END
                    IF FIC1-REJ-DONNEE (1:10) NOT = SPACE
                       ADD 1        TO WS-NB-REJETS-LUS
                       MOVE SPACES  TO SA-REC
                       MOVE FIC1-REJ-DONNEE (1:10) TO SA-CLE
                       SET SA-REJET TO TRUE
                       MOVE ZERO    TO SA-DATE
                       RELEASE SA-REC
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FIC1-REJETS
           ELSE
              DISPLAY 'FIC1-REJETS absent, recyclages non comptes'
           END-IF

      *    Corrections appliquees par un operateur : les gestes des
      *    traitements batch (operateur FOREXnnn) n'en sont pas
           OPEN INPUT FIC1-AUDIT
           IF WS-STATUS-AUDIT NOT = '00' AND NOT = '35'
              MOVE WS-STATUS-AUDIT  TO WS-FSTA-STATUT
              MOVE 'FIC1-AUD'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF
           IF WS-STATUS-AUDIT = '00'
              PERFORM UNTIL WS-FIN-AUDIT
                 READ FIC1-AUDIT
                  AT END
                    SET WS-FIN-AUDIT TO TRUE
                  NOT AT END
                    IF AUDIT-CODE-MVT = 'M'
                       AND AUDIT-RESULTAT = 'APPLIQUE'
                       AND AUDIT-OPERATEUR (1:5) NOT = 'FOREX'
                       AND AUDIT-CLE NOT = SPACE
                       PERFORM RELEASE-CORRECTION
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FIC1-AUDIT
           ELSE
              DISPLAY 'FIC1-AUDIT absent, corrections non comptees'
           END-IF
           .

       RELEASE-CORRECTION.
           MOVE AUDIT-DH-ANNEE      TO WS-DCOR-ANNEE
           MOVE AUDIT-DH-MOIS       TO WS-DCOR-MOIS
           MOVE AUDIT-DH-JOUR       TO WS-DCOR-JOUR
           IF WS-DATE-CORRECTION NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-CORRECTIONS
           MOVE SPACES              TO SA-REC
           MOVE AUDIT-CLE           TO SA-CLE
           SET SA-CORRECTION        TO TRUE
           MOVE WS-DATE-CORRECTION  TO SA-DATE
           IF AUDIT-MOTIF (1:5) = '4YEUX'
              SET SA-CORR-FOREX046  TO TRUE
           ELSE
              SET SA-CORR-FOREX016  TO TRUE
           END-IF
           RELEASE SA-REC
           .

      *    Une transaction porte les interventions faites sur son
      *    article : recyclage, correction anterieure ou du jour de
      *    l'emission
       SUIT-ARTICLES.
           OPEN OUTPUT FIC-TRANS-SUIVIES
           MOVE WS-STATUS-TSTP      TO WS-FSTA-STATUT
           MOVE 'FIC-TSTP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-SA
              RETURN SORT-ARTICLES
               AT END
                 SET WS-FIN-SA      TO TRUE
               NOT AT END
                 IF SA-CLE NOT = WS-ART-CLE
                    MOVE SA-CLE     TO WS-ART-CLE
                    MOVE SPACE      TO WS-ART-IND-REJET
                    MOVE ZERO       TO WS-ART-DATE-CORR16
                                       WS-ART-DATE-CORR46
                                       WS-ART-IND-XML
                                       WS-ART-IND-XML-LU
                 END-IF
                 EVALUATE TRUE
                    WHEN SA-REJET
                       MOVE 'O'     TO WS-ART-IND-REJET
                    WHEN SA-CORRECTION AND SA-CORR-FOREX046
                       IF WS-ART-DATE-CORR46 = ZERO
                          MOVE SA-DATE TO WS-ART-DATE-CORR46
                       END-IF
                    WHEN SA-CORRECTION
                       IF WS-ART-DATE-CORR16 = ZERO
                          MOVE SA-DATE TO WS-ART-DATE-CORR16
                       END-IF
                    WHEN OTHER
                       PERFORM ECRIT-TRANS-SUIVIE
                 END-EVALUATE
              END-RETURN
           END-PERFORM
           CLOSE FIC-TRANS-SUIVIES
           .

       ECRIT-TRANS-SUIVIE.
           MOVE SA-REF              TO WS-REF-LUE
           MOVE WS-REFL-MOIS        TO WS-MOIS-REF
           MOVE WS-REFL-DATE        TO WS-DATE-REF
           MOVE SPACES              TO TSTP-REC
           MOVE SA-REF              TO TSTP-REF
           MOVE SA-ENTITE           TO TSTP-ENTITE
           MOVE WS-MOIS-REF         TO TSTP-MOIS
           EVALUATE SA-FLUX
              WHEN '2'
                 MOVE 2             TO TSTP-SOURCE
              WHEN '3'
                 MOVE 3             TO TSTP-SOURCE
              WHEN '4'
                 MOVE 4             TO TSTP-SOURCE
              WHEN OTHER
                 PERFORM CONTROLE-ARTICLE-XML
                 IF WS-ART-XML
                    MOVE 5          TO TSTP-SOURCE
                 ELSE
                    MOVE 1          TO TSTP-SOURCE
                 END-IF
           END-EVALUATE
      *    Une cle a blanc (import CSV) n'a pas d'article
           IF SA-CLE NOT = SPACE
              MOVE WS-ART-IND-REJET TO TSTP-IND-RECYCLE
              IF WS-ART-DATE-CORR16 NOT = ZERO
                 AND WS-ART-DATE-CORR16 <= WS-DATE-REF
                 MOVE 'O'           TO TSTP-IND-CORR16
              END-IF
              IF WS-ART-DATE-CORR46 NOT = ZERO
                 AND WS-ART-DATE-CORR46 <= WS-DATE-REF
                 MOVE 'O'           TO TSTP-IND-CORR46
              END-IF
           END-IF
           WRITE TSTP-REC
           MOVE WS-STATUS-TSTP      TO WS-FSTA-STATUT
           MOVE 'FIC-TSTP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           .

      *    Article charge par l'intake XML : une lecture du registre
      *    par cle, memorisee pour les autres traces de l'article
       CONTROLE-ARTICLE-XML.
           IF WS-ART-XML-LU OR NOT WS-REGD-OUVERT
              OR SA-CLE = SPACE
              EXIT PARAGRAPH
           END-IF
           SET WS-ART-XML-LU        TO TRUE
           MOVE SA-CLE              TO REGD-CLE
           READ FIC-REGISTRE-DOC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-ART-XML     TO TRUE
           END-READ
           .

      *==============================================================*
      * DEUXIEME TRI : retenues FOREX056 et suspens FOREX057 par     *
      * reference ; une reference nette les transmet a ses           *
      * composantes FOREX070                                         *
      *==============================================================*
       CHARGE-EVT-PAIEMENT.
           OPEN INPUT FIC-PAIE-RETENUES
           IF WS-STATUS-PRET NOT = '00' AND NOT = '35'
              MOVE WS-STATUS-PRET   TO WS-FSTA-STATUT
              MOVE 'FIC-PRET'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF
           IF WS-STATUS-PRET = '00'
              PERFORM UNTIL WS-FIN-PRET
                 READ FIC-PAIE-RETENUES
                  AT END
                    SET WS-FIN-PRET TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-RETENUES-LUES
                    MOVE SPACES     TO SR-REC
                    MOVE PRET-TRANS-REF TO SR-REF
                    SET SR-EVENEMENT TO TRUE
                    MOVE 'R'        TO SR-CAUSE
                    MOVE PRET-MOTIF TO SR-MOTIF
                    RELEASE SR-REC
                 END-READ
              END-PERFORM
              CLOSE FIC-PAIE-RETENUES
           ELSE
              DISPLAY 'FIC-PAIE-RETENUES absent'
           END-IF

           OPEN INPUT FIC-PAIE-BLOQUEES
           IF WS-STATUS-PBLQ NOT = '00' AND NOT = '35'
              MOVE WS-STATUS-PBLQ   TO WS-FSTA-STATUT
              MOVE 'FIC-PBLQ'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF
           IF WS-STATUS-PBLQ = '00'
              PERFORM UNTIL WS-FIN-PBLQ
                 READ FIC-PAIE-BLOQUEES
                  AT END
                    SET WS-FIN-PBLQ TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-RETENUES-LUES
                    MOVE SPACES     TO SR-REC
                    MOVE PBLQ-TRANS-REF TO SR-REF
                    SET SR-EVENEMENT TO TRUE
                    MOVE 'R'        TO SR-CAUSE
                    MOVE PBLQ-MOTIF TO SR-MOTIF
                    RELEASE SR-REC
                 END-READ
              END-PERFORM
              CLOSE FIC-PAIE-BLOQUEES
           ELSE
              DISPLAY 'FIC-PAIE-BLOQUEES absent'
           END-IF

           OPEN INPUT FIC-SUSPENS
           IF WS-STATUS-SUSP NOT = '00' AND NOT = '35'
              MOVE WS-STATUS-SUSP   TO WS-FSTA-STATUT
              MOVE 'FIC-SUSP'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF
           IF WS-STATUS-SUSP = '00'
              PERFORM UNTIL WS-FIN-SUSP
                 READ FIC-SUSPENS
                  AT END
                    SET WS-FIN-SUSP TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-SUSPENS-LUS
                    MOVE SPACES     TO SR-REC
                    MOVE SUSP-REF   TO SR-REF
                    SET SR-EVENEMENT TO TRUE
                    MOVE 'S'        TO SR-CAUSE
                    RELEASE SR-REC
                 END-READ
              END-PERFORM
              CLOSE FIC-SUSPENS
           ELSE
              DISPLAY 'FIC-SUSPENS absent, suspens non comptes'
           END-IF

           OPEN INPUT FIC-DETAIL-COMP
           IF WS-STATUS-CDET NOT = '00' AND NOT = '35'
              MOVE WS-STATUS-CDET   TO WS-FSTA-STATUT
              MOVE 'FIC-CDET'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF
           IF WS-STATUS-CDET = '00'
              PERFORM UNTIL WS-FIN-CDET
                 READ FIC-DETAIL-COMP
                  AT END
                    SET WS-FIN-CDET TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-CDET-LUS
                    MOVE SPACES     TO SR-REC
                    MOVE CDET-REF-NETTE TO SR-REF
                    SET SR-COMPOSANTE TO TRUE
                    MOVE CDET-REF-TRANS TO SR-REF-COMPOSANTE
                    RELEASE SR-REC
                 END-READ
              END-PERFORM
              CLOSE FIC-DETAIL-COMP
           ELSE
              DISPLAY 'FIC-DETAIL-COMP absent, references nettes '
                      'non decomposees'
           END-IF
           .

      *    L'evenement vaut pour la reference elle-meme et pour
      *    chacune de ses composantes nettes
       REPARTIT-EVT-PAIEMENT.
           OPEN OUTPUT FIC-EVT-PAIEMENT
           MOVE WS-STATUS-TEVT      TO WS-FSTA-STATUT
           MOVE 'FIC-TEVT'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-SR
              RETURN SORT-REFERENCES
               AT END
                 SET WS-FIN-SR      TO TRUE
               NOT AT END
                 IF SR-REF NOT = WS-GRP-REF
                    MOVE SR-REF     TO WS-GRP-REF
                    MOVE ZERO       TO WS-NB-EVT-GRP
                 END-IF
                 IF SR-EVENEMENT
                    IF WS-NB-EVT-GRP < 10
                       ADD 1        TO WS-NB-EVT-GRP
                       MOVE SR-CAUSE
                         TO WS-EVG-CAUSE (WS-NB-EVT-GRP)
                       MOVE SR-MOTIF
                         TO WS-EVG-MOTIF (WS-NB-EVT-GRP)
                    END-IF
                    MOVE SPACES     TO TEVT-REC
                    MOVE SR-REF     TO TEVT-REF
                    MOVE SR-CAUSE   TO TEVT-CAUSE
                    MOVE SR-MOTIF   TO TEVT-MOTIF
                    PERFORM ECRIT-EVT-PAIEMENT
                 ELSE
                    PERFORM VARYING WS-IDX-EVG FROM 1 BY 1
                            UNTIL   WS-IDX-EVG > WS-NB-EVT-GRP
                       MOVE SPACES  TO TEVT-REC
                       MOVE SR-REF-COMPOSANTE TO TEVT-REF
                       MOVE WS-EVG-CAUSE (WS-IDX-EVG) TO TEVT-CAUSE
                       MOVE WS-EVG-MOTIF (WS-IDX-EVG) TO TEVT-MOTIF
                       PERFORM ECRIT-EVT-PAIEMENT
                    END-PERFORM
                 END-IF
              END-RETURN
           END-PERFORM
           CLOSE FIC-EVT-PAIEMENT
           .

       ECRIT-EVT-PAIEMENT.
           WRITE TEVT-REC
           MOVE WS-STATUS-TEVT      TO WS-FSTA-STATUT
           MOVE 'FIC-TEVT'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           .

      *==============================================================*
      * TRI FINAL : par reference, les retenues et suspens avant la  *
      * transaction - classement STP ou intervention                 *
      *==============================================================*
       CHARGE-TRANSACTIONS.
           OPEN INPUT FIC-EVT-PAIEMENT
           MOVE WS-STATUS-TEVT      TO WS-FSTA-STATUT
           MOVE 'FIC-TEVT'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-TEVT
              READ FIC-EVT-PAIEMENT
               AT END
                 SET WS-FIN-TEVT    TO TRUE
               NOT AT END
                 MOVE SPACES        TO SX-REC
                 MOVE TEVT-REF      TO SX-REF
                 SET SX-EVENEMENT   TO TRUE
                 MOVE TEVT-CAUSE    TO SX-CAUSE
                 MOVE TEVT-MOTIF    TO SX-MOTIF
                 RELEASE SX-REC
              END-READ
           END-PERFORM
           CLOSE FIC-EVT-PAIEMENT

           OPEN INPUT FIC-TRANS-SUIVIES
           MOVE WS-STATUS-TSTP      TO WS-FSTA-STATUT
           MOVE 'FIC-TSTP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-TSTP
              READ FIC-TRANS-SUIVIES
               AT END
                 SET WS-FIN-TSTP    TO TRUE
               NOT AT END
                 MOVE SPACES        TO SX-REC
                 MOVE TSTP-REF      TO SX-REF
                 SET SX-TRANSACTION TO TRUE
                 MOVE TSTP-SOURCE   TO SX-SOURCE
                 MOVE TSTP-ENTITE   TO SX-ENTITE
                 MOVE TSTP-MOIS     TO SX-MOIS
                 MOVE TSTP-IND-RECYCLE TO SX-IND-RECYCLE
                 MOVE TSTP-IND-CORR16 TO SX-IND-CORR16
                 MOVE TSTP-IND-CORR46 TO SX-IND-CORR46
                 RELEASE SX-REC
              END-READ
           END-PERFORM
           CLOSE FIC-TRANS-SUIVIES
           .

       CLASSE-TRANSACTIONS.
           PERFORM UNTIL WS-FIN-SX
              RETURN SORT-TRANSACTIONS
               AT END
                 SET WS-FIN-SX      TO TRUE
               NOT AT END
                 IF SX-REF NOT = WS-TX-REF
                    MOVE SX-REF     TO WS-TX-REF
                    MOVE ZERO       TO WS-TX-IND-SUSPENS
                    MOVE SPACE      TO WS-TX-MOTIF-RETENUE
                 END-IF
                 EVALUATE TRUE
                    WHEN SX-EVENEMENT AND SX-SUSPENS
                       SET WS-TX-SUSPENS TO TRUE
                    WHEN SX-EVENEMENT
                       IF WS-TX-MOTIF-RETENUE = SPACE
                          MOVE SX-MOTIF TO WS-TX-MOTIF-RETENUE
                       END-IF
                    WHEN OTHER
                       PERFORM CLASSE-TRANSACTION
                 END-EVALUATE
              END-RETURN
           END-PERFORM
           .

      *    Une cause comptee une fois par transaction ; sans cause,
      *    la transaction est passee sans intervention
       CLASSE-TRANSACTION.
           ADD 1                    TO WS-NB-TRANS-PERIODE
           MOVE ZERO                TO WS-TX-NB-CAUSES
           IF SX-IND-RECYCLE = 'O'
              MOVE 1                TO WS-IDX-CAU
              PERFORM COMPTE-CAUSE
           END-IF
           IF SX-IND-CORR16 = 'O'
              MOVE 2                TO WS-IDX-CAU
              PERFORM COMPTE-CAUSE
           END-IF
           IF SX-IND-CORR46 = 'O'
              MOVE 3                TO WS-IDX-CAU
              PERFORM COMPTE-CAUSE
           END-IF
           IF WS-TX-SUSPENS
              MOVE 4                TO WS-IDX-CAU
              PERFORM COMPTE-CAUSE
           END-IF
           IF WS-TX-MOTIF-RETENUE NOT = SPACE
              PERFORM COMPTE-RETENUE
           END-IF

           MOVE SX-SOURCE           TO WS-IDX-SRC
           IF WS-IDX-SRC < 1 OR WS-IDX-SRC > 5
              MOVE 1                TO WS-IDX-SRC
           END-IF
           ADD 1                    TO WS-SRC-NB (WS-IDX-SRC)

           MOVE SX-ENTITE           TO WS-ENTITE-TX
           IF WS-ENTITE-TX = SPACE
              MOVE '**'             TO WS-ENTITE-TX
           END-IF
           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL   WS-IDX-ENT > WS-NB-ENTITES
                      OR   WS-ENT-CODE (WS-IDX-ENT) = WS-ENTITE-TX
              CONTINUE
           END-PERFORM
           IF WS-IDX-ENT > WS-NB-ENTITES
              IF WS-NB-ENTITES < 20
                 ADD 1              TO WS-NB-ENTITES
                 MOVE WS-NB-ENTITES TO WS-IDX-ENT
              ELSE
      *          Table pleine : les entites suivantes sont cumulees
      *          sur la derniere ligne
                 MOVE 20            TO WS-IDX-ENT
                 MOVE 'ZZ'          TO WS-ENTITE-TX
              END-IF
              MOVE WS-ENTITE-TX     TO WS-ENT-CODE (WS-IDX-ENT)
              MOVE ZERO             TO WS-ENT-NB (WS-IDX-ENT)
                                       WS-ENT-STP (WS-IDX-ENT)
           END-IF
           ADD 1                    TO WS-ENT-NB (WS-IDX-ENT)

           MOVE SX-MOIS             TO WS-MOIS-REF
           COMPUTE WS-IDX-MOI =
                   (WS-MREF-ANNEE - WS-PDEB-ANNEE) * 12
                 + WS-MREF-MOIS - WS-PDEB-MOIS + 1
           ADD 1                    TO WS-MOI-NB (WS-IDX-MOI)

           IF WS-TX-NB-CAUSES = ZERO
              ADD 1                 TO WS-NB-TRANS-STP
              ADD 1                 TO WS-SRC-STP (WS-IDX-SRC)
              ADD 1                 TO WS-ENT-STP (WS-IDX-ENT)
              ADD 1                 TO WS-MOI-STP (WS-IDX-MOI)
           END-IF
           .

       COMPTE-CAUSE.
           ADD 1                    TO WS-TX-NB-CAUSES
           ADD 1                    TO WS-CAU-NB (WS-IDX-CAU)
           .

      *    Une cause par motif de retenue FOREX056 ; au-dela de la
      *    table, cumul sous AUTRES RETENUES
       COMPTE-RETENUE.
           MOVE SPACES              TO WS-LIBELLE-CAUSE
           STRING 'RETENUE FOREX056 : ' WS-TX-MOTIF-RETENUE
                  DELIMITED BY SIZE INTO WS-LIBELLE-CAUSE
           PERFORM VARYING WS-IDX-CAU FROM 5 BY 1
                   UNTIL   WS-IDX-CAU > WS-NB-CAUSES
                      OR   WS-CAU-LIBELLE (WS-IDX-CAU)
                           = WS-LIBELLE-CAUSE
              CONTINUE
           END-PERFORM
           IF WS-IDX-CAU > WS-NB-CAUSES
              IF WS-NB-CAUSES < 30
                 ADD 1              TO WS-NB-CAUSES
                 MOVE WS-NB-CAUSES  TO WS-IDX-CAU
                 MOVE WS-LIBELLE-CAUSE
                                    TO WS-CAU-LIBELLE (WS-IDX-CAU)
              ELSE
                 MOVE 30            TO WS-IDX-CAU
                 MOVE 'RETENUE FOREX056 : AUTRES MOTIFS'
                                    TO WS-CAU-LIBELLE (WS-IDX-CAU)
              END-IF
           END-IF
           PERFORM COMPTE-CAUSE
           .

      *==============================================================*
      * RAPPORT : taux par source, entite et mois, premieres causes  *
      *==============================================================*
       EDITE-RAPPORT.
           STRING 'FOREX105 - TRAITEMENT AUTOMATIQUE DE BOUT EN BOUT'
                  ' (STP) - PERIODE ' WS-PERIODE-DEBUT ' A '
                  WS-PERIODE-FIN '   EDITE LE ' WS-DHS-DATE
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE ALL '='             TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT

           MOVE 'TOTAL PERIODE'     TO WS-LIG-LIBELLE
           MOVE WS-NB-TRANS-PERIODE TO WS-LIG-NB
           MOVE WS-NB-TRANS-STP     TO WS-LIG-STP
           PERFORM EDITE-ENTETE-TAUX
           PERFORM EDITE-LIGNE-TAUX

           PERFORM ECRIT-RAPPORT
           MOVE 'PAR SOURCE'        TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           PERFORM EDITE-ENTETE-TAUX
           PERFORM VARYING WS-IDX-SRC FROM 1 BY 1
                   UNTIL   WS-IDX-SRC > 5
              MOVE WS-SRC-LIBELLE (WS-IDX-SRC) TO WS-LIG-LIBELLE
              MOVE WS-SRC-NB (WS-IDX-SRC)      TO WS-LIG-NB
              MOVE WS-SRC-STP (WS-IDX-SRC)     TO WS-LIG-STP
              PERFORM EDITE-LIGNE-TAUX
           END-PERFORM

           PERFORM ECRIT-RAPPORT
           MOVE 'PAR ENTITE (** = ENTITE PAR DEFAUT)'
                                    TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           PERFORM EDITE-ENTETE-TAUX
           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL   WS-IDX-ENT > WS-NB-ENTITES
              MOVE SPACES           TO WS-LIG-LIBELLE
              STRING 'ENTITE ' WS-ENT-CODE (WS-IDX-ENT)
                     DELIMITED BY SIZE INTO WS-LIG-LIBELLE
              MOVE WS-ENT-NB (WS-IDX-ENT)      TO WS-LIG-NB
              MOVE WS-ENT-STP (WS-IDX-ENT)     TO WS-LIG-STP
              PERFORM EDITE-LIGNE-TAUX
           END-PERFORM

           PERFORM ECRIT-RAPPORT
           MOVE 'PAR MOIS'          TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           PERFORM EDITE-ENTETE-TAUX
           PERFORM VARYING WS-IDX-MOI FROM 1 BY 1
                   UNTIL   WS-IDX-MOI > WS-NB-MOIS-PERIODE
              MOVE SPACES           TO WS-LIG-LIBELLE
              STRING 'MOIS ' WS-MOI-PERIODE (WS-IDX-MOI)
                     DELIMITED BY SIZE INTO WS-LIG-LIBELLE
              MOVE WS-MOI-NB (WS-IDX-MOI)      TO WS-LIG-NB
              MOVE WS-MOI-STP (WS-IDX-MOI)     TO WS-LIG-STP
              PERFORM EDITE-LIGNE-TAUX
           END-PERFORM

      *    Premieres causes : selection du plus grand compte restant
           PERFORM ECRIT-RAPPORT
           MOVE 'PREMIERES CAUSES D''INTERVENTION (UNE TRANSACTION '
                                    TO WS-LIGNE-RAPPORT
           MOVE 'PEUT EN CUMULER PLUSIEURS)'
                                    TO WS-LIGNE-RAPPORT (51:)
           PERFORM ECRIT-RAPPORT
           PERFORM VARYING WS-RANG-CAU FROM 1 BY 1
                   UNTIL   WS-RANG-CAU > 10
              MOVE ZERO             TO WS-IDX-CAU-MAX
              PERFORM VARYING WS-IDX-CAU FROM 1 BY 1
                      UNTIL   WS-IDX-CAU > WS-NB-CAUSES
                 IF NOT WS-CAU-EDITEE (WS-IDX-CAU)
                    AND WS-CAU-NB (WS-IDX-CAU) > ZERO
                    IF WS-IDX-CAU-MAX = ZERO
                       MOVE WS-IDX-CAU TO WS-IDX-CAU-MAX
                    ELSE
                       IF WS-CAU-NB (WS-IDX-CAU)
                          > WS-CAU-NB (WS-IDX-CAU-MAX)
                          MOVE WS-IDX-CAU TO WS-IDX-CAU-MAX
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-IDX-CAU-MAX > ZERO
                 SET WS-CAU-EDITEE (WS-IDX-CAU-MAX) TO TRUE
                 MOVE WS-RANG-CAU   TO WS-RANG-EDT
                 MOVE WS-CAU-NB (WS-IDX-CAU-MAX) TO WS-NB-EDT
                 MOVE ZERO          TO WS-TAUX
                 IF WS-NB-TRANS-PERIODE > ZERO
                    COMPUTE WS-TAUX ROUNDED =
                            WS-CAU-NB (WS-IDX-CAU-MAX) * 100
                          / WS-NB-TRANS-PERIODE
                 END-IF
                 MOVE WS-TAUX       TO WS-TAUX-EDT
                 STRING '  ' WS-RANG-EDT '. '
                        WS-CAU-LIBELLE (WS-IDX-CAU-MAX)
                        ' ' WS-NB-EDT ' TRANSACTIONS  '
                        WS-TAUX-EDT ' %'
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                 PERFORM ECRIT-RAPPORT
              END-IF
           END-PERFORM
           .

       EDITE-ENTETE-TAUX.
           MOVE '                                  TRANSACTIONS'
                                    TO WS-LIGNE-RAPPORT
           MOVE ' AUTOMATIQUES  INTERVENTION  TAUX STP'
                                    TO WS-LIGNE-RAPPORT (47:)
           PERFORM ECRIT-RAPPORT
           .

       EDITE-LIGNE-TAUX.
           MOVE WS-LIG-NB           TO WS-NB-EDT
           MOVE WS-LIG-STP          TO WS-STP-EDT
           COMPUTE WS-INT-EDT = WS-LIG-NB - WS-LIG-STP
           MOVE ZERO                TO WS-TAUX
           IF WS-LIG-NB > ZERO
              COMPUTE WS-TAUX ROUNDED = WS-LIG-STP * 100 / WS-LIG-NB
           END-IF
           MOVE WS-TAUX             TO WS-TAUX-EDT
           STRING '  ' WS-LIG-LIBELLE
                  '   ' WS-NB-EDT
                  '   ' WS-STP-EDT
                  '  ' WS-INT-EDT
                  '   ' WS-TAUX-EDT ' %'
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           .

       ECRIT-RAPPORT.
           WRITE RSTP-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RSTP      TO WS-FSTA-STATUT
           MOVE 'FIC-RSTP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-LIGNES-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Fil des alertes operateur
           COPY ALRTP.
      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           DISPLAY 'Taux STP ' WS-PERIODE-DEBUT ' a ' WS-PERIODE-FIN
                   ' termine'
           MOVE WS-NB-TRACES-LUES   TO WS-NB-EDT
           DISPLAY 'TRACES LUES       = ' WS-NB-EDT
           MOVE WS-NB-TRANS-PERIODE TO WS-NB-EDT
           DISPLAY 'TRANSACTIONS      = ' WS-NB-EDT
           MOVE WS-NB-TRANS-STP     TO WS-NB-EDT
           DISPLAY 'SANS INTERVENTION = ' WS-NB-EDT
           MOVE WS-NB-REJETS-LUS    TO WS-NB-EDT
           DISPLAY 'REJETS LUS        = ' WS-NB-EDT
           MOVE WS-NB-CORRECTIONS   TO WS-NB-EDT
           DISPLAY 'CORRECTIONS LUES  = ' WS-NB-EDT
           MOVE WS-NB-RETENUES-LUES TO WS-NB-EDT
           DISPLAY 'RETENUES LUES     = ' WS-NB-EDT
           MOVE WS-NB-SUSPENS-LUS   TO WS-NB-EDT
           DISPLAY 'SUSPENS LUS       = ' WS-NB-EDT

      *    Periode sans transaction : traces absentes ou purgees
           IF WS-NB-TRANS-PERIODE = ZERO
              IF WS-RC-RUN < 04
                 MOVE 04            TO WS-RC-RUN
              END-IF
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'STPVIDE'        TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Taux STP : aucune transaction tracee de '
                     WS-PERIODE-DEBUT ' a ' WS-PERIODE-FIN
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           CLOSE FIC-RAPPORT-STP
           IF WS-REGD-OUVERT
              CLOSE FIC-REGISTRE-DOC
           END-IF

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-TREF'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-TREF      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-TRACES-LUES   TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-RSTP'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-RSTP      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES-RAPPORT TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
