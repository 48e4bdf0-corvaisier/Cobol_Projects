       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX070.
      *==============================================================*
      * PROGRAMME de compensation des paiements par contrepartie     *
      *   - FOREX056 faisait une instruction par TRANS-REC : une     *
      *     contrepartie avec trois factures et un avoir (montant    *
      *     negatif, traite en avoir par FOREX00B) recevait quatre   *
      *     mouvements bancaires, dont un a contre-sens              *
      *   - Ce step s'intercale entre FIC-TRANSACTIONS de FOREX009   *
      *     et FOREX056 : les transactions du jour, plus celles      *
      *     reportees par le run precedent (FIC-REPORT-PREC), sont   *
      *     regroupees par contrepartie (TRANS-CODE-CTP), entite et  *
      *     devise, et chaque groupe donne UNE transaction nette     *
      *     dans FIC-TRANS-NETTES (meme dessin que FIC-TRANSACTIONS, *
      *     reference nette AAAAMMJJ-Nnnnnnn, trailer de controle)   *
      *   - Le detail de la compensation FIC-DETAIL-COMP liste les   *
      *     TRANS-REF qui composent chaque montant net : FOREX057 et *
      *     les auditeurs redecomposent un paiement net              *
      *   - Un groupe net nul ou negatif n'est pas paye : ses        *
      *     transactions partent dans le report FIC-REPORT-COMP,     *
      *     relu au run suivant (rotation par le JCL)                *
      *   - Une transaction sans contrepartie, ou seule dans son     *
      *     groupe, passe telle quelle avec sa reference d'origine   *
      *   - Le rapport FIC-RAPPORT-COMP donne une ligne par groupe   *
      *   - Une transaction dont l'article d'origine (traces         *
      *     FIC-TRACE-REFS) est sous litige ouvert au registre       *
      *     FIC-LITIGES (FOREX100) n'entre dans aucun groupe : elle  *
      *     part au report avec la cle de son article et reste       *
      *     ecartee run apres run jusqu'a la resolution - un net ne  *
      *     paie jamais une facture contestee, que FOREX056 ne       *
      *     verrait plus derriere la reference nette                 *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      *    FIC-TRANSACTIONS : extrait des transactions validees
           COPY TRXS.
      * Transactions reportees par le run precedent (facultatif)
           SELECT FIC-REPORT-PREC
                     ASSIGN to FICCRPP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-CRPP.
      * Transactions nettes, lues par FOREX056
           SELECT FIC-TRANS-NETTES
                     ASSIGN to FICTNET
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TNET.
      *    FIC-DETAIL-COMP : composantes de chaque transaction nette
           COPY CDETS.
      * Traces reference -> cle d'article du run (FOREX009)
           SELECT FIC-TRACE-REFS
                     ASSIGN to FICTREF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TREF.
      *    FIC-LITIGES : registre des litiges (facultatif)
           COPY LITGS.
      * Nouveau report (rotation par le JCL)
           SELECT FIC-REPORT-COMP
                     ASSIGN to FICCRPN
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-CRPN.
      * Rapport de la compensation
           SELECT FIC-RAPPORT-COMP
                     ASSIGN to FICRCMP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RCMP.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
           COPY TRX.

      * Report : transaction telle que recue (dessin TRX), la cle
      * de l'article d'origine portee sur le FILLER de queue
       FD  FIC-REPORT-PREC.
       01  CRPP-REC             PIC X(80).

      * Transaction nette ou transmise telle quelle (dessin TRX)
       FD  FIC-TRANS-NETTES.
       01  TNET-REC             PIC X(80).

           COPY CDET.

       FD  FIC-REPORT-COMP.
       01  CRPN-REC             PIC X(80).

       FD  FIC-TRACE-REFS.
       01  TREF-REC.
         10 TREF-REF           PIC X(16).
         10 FILLER             PIC X(01).
         10 TREF-CLE           PIC X(10).
         10 FILLER             PIC X(53).

           COPY LITG.

       FD  FIC-RAPPORT-COMP.
       01  RCMP-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-TRANS      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TRANS   PIC 9      VALUE ZERO.
               88 WS-FIN-TRANS                 VALUE 1.
           02  WS-STATUS-CRPP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-CRPP    PIC 9      VALUE ZERO.
               88 WS-FIN-CRPP                  VALUE 1.
           02  WS-STATUS-TNET       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CDET       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CRPN       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RCMP       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-TREF       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TREF    PIC 9      VALUE ZERO.
               88 WS-FIN-TREF                  VALUE 1.
           02  WS-INDIC-LITG-OUVERT PIC 9      VALUE ZERO.
               88 WS-LITG-OUVERT               VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-TRANS-LUES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-REPORTS-LUS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-DIRECTES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-NETTES         PIC S9(9)  VALUE ZERO.
           02  WS-NB-COMPENSEES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-DETAILS        PIC S9(9)  VALUE ZERO.
           02  WS-NB-GROUPES-REPORT PIC S9(9)  VALUE ZERO.
           02  WS-NB-REPORTEES      PIC S9(9)  VALUE ZERO.
           02  WS-NB-ECRITES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-ECARTEES       PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-NB-GRP-EDT        PIC ZZZZ9.
           02  WS-MONTANT-EDT       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-LIGNE-RAPPORT     PIC X(80).

      *    Transaction courante, lue de FIC-TRANSACTIONS ou du
      *    report : meme dessin que TRX. La cle de l'article
      *    d'origine, prise sur le FILLER, ne sert qu'au report : a
      *    blanc dans tout ce qui part vers FOREX056
       01  WS-TRANS-LUE.
           02  WS-TL-MONTANT        PIC S9(09)V99.
           02  WS-TL-CODE-PAYS      PIC X(03).
           02  WS-TL-DEVISE         PIC X(03).
           02  WS-TL-DATE           PIC 9(08).
           02  WS-TL-REF            PIC X(16).
           02  WS-TL-ENTITE         PIC X(02).
           02  WS-TL-CODE-CTP       PIC X(06).
           02  WS-TL-CLE-ARTICLE    PIC X(10).
           02  FILLER               PIC X(21).
       01  WS-DEVISE-GROUPE         PIC X(03)  VALUE SPACE.

      *    Traces reference -> cle chargees en table en INIT, pour
      *    retrouver l'article d'origine d'une transaction du jour
       01  WS-NB-TRACES             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TRACES.
           02  WS-TRC-ENTREE OCCURS 5000.
               05 WS-TRC-REF        PIC X(16).
               05 WS-TRC-CLE        PIC X(10).
       01  WS-IDX-TRC               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-TRC-TROUVEE     PIC 9      VALUE ZERO.
           88 WS-TRACE-TROUVEE                 VALUE 1.
      *    Transaction courante ecartee pour litige ouvert
       01  WS-INDIC-EN-LITIGE       PIC 9      VALUE ZERO.
           88 WS-EN-LITIGE                     VALUE 1.

      *    Groupes de compensation : contrepartie + entite + devise
       01  WS-NB-GROUPES            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-GROUPES.
           02  WS-GRP-ENTREE OCCURS 2000.
               05 WS-GRP-CODE-CTP   PIC X(06).
               05 WS-GRP-ENTITE     PIC X(02).
               05 WS-GRP-DEVISE     PIC X(03).
               05 WS-GRP-CODE-PAYS  PIC X(03).
               05 WS-GRP-DATE       PIC 9(08).
               05 WS-GRP-NB         PIC 9(05).
               05 WS-GRP-NET        PIC S9(13)V99.
               05 WS-GRP-REF-NETTE  PIC X(16).
       01  WS-IDX-GRP               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-GRP-TROUVE      PIC 9      VALUE ZERO.
           88 WS-GRP-TROUVE                    VALUE 1.

      *    Composantes : chaque transaction groupee, gardee entiere
      *    pour le detail ou le report
       01  WS-NB-COMPOSANTES        PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-COMPOSANTES.
           02  WS-CMP-ENTREE OCCURS 5000.
               05 WS-CMP-IMAGE      PIC X(80).
               05 WS-CMP-GROUPE     PIC S9(4) COMP SYNC.
       01  WS-IDX-CMP               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Reference des transactions nettes : date du run + N +
      *    sequence, distincte des references de FOREX009
       01  WS-REF-NETTE.
           02  WS-REFN-DATE         PIC 9(08)   VALUE ZERO.
           02  FILLER               PIC X(02)   VALUE '-N'.
           02  WS-REFN-SEQ          PIC 9(06)   VALUE ZERO.

      *    Trailer de controle de FIC-TRANSACTIONS (FOREX009) :
      *    comptage et hachage attendus contre le reellement lu
       01  WS-TRAILER-AMONT.
           02  WS-INDIC-TRL-VU      PIC 9          VALUE ZERO.
               88 WS-TRAILER-VU                    VALUE 1.
           02  WS-TRL-NB-ATTENDU    PIC 9(09)      VALUE ZERO.
           02  WS-TRL-HASH-ATTENDU  PIC 9(13)V99   VALUE ZERO.
           02  WS-HASH-LU           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TRAILER-TRANS-LU.
           02  FILLER               PIC X(10).
           02  WS-TRL-LU-NB         PIC 9(09).
           02  FILLER               PIC X(01).
           02  WS-TRL-LU-HASH       PIC 9(13)V99.
           02  FILLER               PIC X(45).

      *    Trailer de FIC-TRANS-NETTES, meme forme que celui de
      *    FOREX009 : FOREX056 le verifie comme il verifiait l'amont
       01  WS-TRAILER-NETTES.
           02  FILLER               PIC X(10)  VALUE '*TRAILER**'.
           02  WS-TRL-NET-NB        PIC 9(09).
           02  FILLER               PIC X(01)  VALUE SPACE.
           02  WS-TRL-NET-HASH      PIC 9(13)V99.
           02  FILLER               PIC X(45)  VALUE SPACE.
       01  WS-HASH-NETTES           PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Statut du registre des litiges
           COPY LITGW.

      *    Date systeme, date des references nettes
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  FILLER               PIC X(13).
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Init, report du run precedent
           PERFORM TRAITEMENT     *> Regroupement EN BOUCLE
             UNTIL WS-FIN-TRANS
           PERFORM ECRIT-GROUPES  *> Nettes, detail, report
           PERFORM ECRIT-TRAILER-NETTES
           PERFORM FIN            *> Fin du programme
           .

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX070'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE WS-DHS-DATE         TO WS-REFN-DATE

           OPEN OUTPUT FIC-TRANS-NETTES
           MOVE WS-STATUS-TNET      TO WS-FSTA-STATUT
           MOVE 'FIC-TNET'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-DETAIL-COMP
           MOVE WS-STATUS-CDET      TO WS-FSTA-STATUT
           MOVE 'FIC-CDET'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-REPORT-COMP
           MOVE WS-STATUS-CRPN      TO WS-FSTA-STATUT
           MOVE 'FIC-CRPN'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-COMP
           MOVE WS-STATUS-RCMP      TO WS-FSTA-STATUT
           MOVE 'FIC-RCMP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'FOREX070  COMPENSATION DES PAIEMENTS PAR '
                  'CONTREPARTIE / ENTITE / DEVISE'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RCMP-REC FROM WS-LIGNE-RAPPORT

      *    Registre des litiges facultatif : absent, aucune
      *    transaction ecartee ; present, les traces deviennent
      *    indispensables pour remonter a l'article
           OPEN INPUT FIC-LITIGES
           IF WS-STATUS-LITG = '00'
              SET WS-LITG-OUVERT    TO TRUE
              PERFORM CHARGE-TRACES
           ELSE
              DISPLAY 'FOREX070 : FIC-LITIGES absent, pas de '
                      'transaction ecartee pour litige'
           END-IF

           PERFORM CHARGE-REPORT-PREC

           OPEN INPUT FIC-TRANSACTIONS
           MOVE WS-STATUS-TRANS     TO WS-FSTA-STATUT
           MOVE 'FIC-TRANS'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           PERFORM LIT-TRANSACTION
           .

      *    Transactions reportees par le run precedent : elles
      *    rejoignent leur groupe du jour - pas de report (premier
      *    run) = rien a reprendre
       CHARGE-REPORT-PREC.
           OPEN INPUT FIC-REPORT-PREC
           IF WS-STATUS-CRPP NOT = '00'
              DISPLAY 'FOREX070 : pas de report du run precedent'
              EXIT PARAGRAPH
           END-IF
           PERFORM LIT-REPORT-PREC
             UNTIL WS-FIN-CRPP
           CLOSE FIC-REPORT-PREC
           .

      *    Une transaction reportee garde la cle de son article :
      *    ses traces sont celles d'un run precedent
       LIT-REPORT-PREC.
           READ FIC-REPORT-PREC INTO WS-TRANS-LUE
            AT END
              SET WS-FIN-CRPP      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-REPORTS-LUS
              IF WS-TL-CLE-ARTICLE = SPACE
                 PERFORM RESOUT-ARTICLE
              END-IF
              PERFORM CONTROLE-LITIGE
              IF WS-EN-LITIGE
                 PERFORM ECARTE-LITIGE
              ELSE
                 PERFORM AJOUTE-COMPOSANTE
              END-IF
           END-READ
           .

      *    Traces du run, chargees en table. Au-dela de la table,
      *    des articles en litige passeraient dans un net sans etre
      *    vus : le run REFUSE de compenser, meme philosophie que
      *    CHARGE-TRACES de FOREX056
       CHARGE-TRACES.
           OPEN INPUT FIC-TRACE-REFS
           IF WS-STATUS-TREF NOT = '00'
              DISPLAY 'FOREX070 : FIC-TRACE-REFS absent, litiges '
                      'invisibles - compensation REFUSEE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LIT-TRACE
             UNTIL WS-FIN-TREF
                OR WS-NB-TRACES >= 5000
           IF NOT WS-FIN-TREF
              READ FIC-TRACE-REFS
               AT END
                 CONTINUE
               NOT AT END
                 DISPLAY 'FOREX070 : FIC-TRACE-REFS AU-DELA DE '
                         'LA TABLE (5000), compensation REFUSEE'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-READ
           END-IF
           CLOSE FIC-TRACE-REFS
           .

       LIT-TRACE.
           READ FIC-TRACE-REFS
            AT END
              SET WS-FIN-TREF      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-TRACES
              MOVE TREF-REF        TO WS-TRC-REF (WS-NB-TRACES)
              MOVE TREF-CLE        TO WS-TRC-CLE (WS-NB-TRACES)
           END-READ
           .

       LIT-TRANSACTION.
           READ FIC-TRANSACTIONS
            AT END
              SET WS-FIN-TRANS     TO TRUE
              PERFORM VERIFIE-TRAILER-AMONT
            NOT AT END
              MOVE WS-STATUS-TRANS TO WS-FSTA-STATUT
              MOVE 'FIC-TRANS'     TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
      *       Le trailer de controle marque la fin utile du fichier
              IF TRANS-REC (1:10) = '*TRAILER**'
                 SET WS-TRAILER-VU TO TRUE
                 MOVE TRANS-REC    TO WS-TRAILER-TRANS-LU
                 MOVE WS-TRL-LU-NB TO WS-TRL-NB-ATTENDU
                 MOVE WS-TRL-LU-HASH TO WS-TRL-HASH-ATTENDU
                 SET WS-FIN-TRANS  TO TRUE
                 PERFORM VERIFIE-TRAILER-AMONT
              ELSE
                 ADD 1             TO WS-NB-TRANS-LUES
                 ADD TRANS-MONTANT TO WS-HASH-LU
              END-IF
           END-READ
           .

      *    Verification du trailer de controle de l'amont, meme
      *    regle que FOREX056 : ecart = ABEND gradue (RC 16), rien
      *    n'est compense sur un fichier suspect
       VERIFIE-TRAILER-AMONT.
           IF NOT WS-TRAILER-VU
              DISPLAY 'FIC-TRANSACTIONS sans trailer de controle '
                      '(flux ancien ?), verification sautee'
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-TRANS-LUES NOT = WS-TRL-NB-ATTENDU
              OR WS-HASH-LU NOT = WS-TRL-HASH-ATTENDU
              DISPLAY 'ABEND - TRAILER FIC-TRANSACTIONS EN ECART'
              DISPLAY '  attendu ' WS-TRL-NB-ATTENDU
                      ', lu ' WS-NB-TRANS-LUES
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           .

      *    Une transaction sans contrepartie ne se compense pas :
      *    elle passe directement ; les autres rejoignent leur
      *    groupe
       TRAITEMENT.
           MOVE TRANS-REC           TO WS-TRANS-LUE
           MOVE SPACE               TO WS-TL-CLE-ARTICLE
           IF WS-TL-CODE-CTP = SPACE
              PERFORM ECRIT-TRANS-DIRECTE
           ELSE
              PERFORM RESOUT-ARTICLE
              PERFORM CONTROLE-LITIGE
              IF WS-EN-LITIGE
                 PERFORM ECARTE-LITIGE
              ELSE
                 PERFORM AJOUTE-COMPOSANTE
              END-IF
           END-IF
           PERFORM LIT-TRANSACTION
           .

      *    Article d'origine de la transaction courante, par les
      *    traces du run - introuvable, la cle reste a blanc
       RESOUT-ARTICLE.
           MOVE ZERO                TO WS-INDIC-TRC-TROUVEE
           PERFORM VARYING WS-IDX-TRC
                   FROM    1 BY 1
                   UNTIL   WS-IDX-TRC > WS-NB-TRACES
                        OR WS-TRACE-TROUVEE
              IF WS-TRC-REF (WS-IDX-TRC) = WS-TL-REF
                 SET WS-TRACE-TROUVEE TO TRUE
              END-IF
           END-PERFORM
           IF WS-TRACE-TROUVEE
              SUBTRACT 1            FROM WS-IDX-TRC
              MOVE WS-TRC-CLE (WS-IDX-TRC) TO WS-TL-CLE-ARTICLE
           END-IF
           .

      *    Litige ouvert sur l'article d'origine (FOREX100)
       CONTROLE-LITIGE.
           MOVE ZERO                TO WS-INDIC-EN-LITIGE
           IF NOT WS-LITG-OUVERT OR WS-TL-CLE-ARTICLE = SPACE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TL-CLE-ARTICLE   TO LITG-CLE
           READ FIC-LITIGES
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           IF LITG-OUVERT
              SET WS-EN-LITIGE      TO TRUE
           END-IF
           .

      *    Transaction sur article en litige : hors de tout groupe,
      *    directement au report avec la cle de son article, une
      *    ligne au rapport
       ECARTE-LITIGE.
           WRITE CRPN-REC FROM WS-TRANS-LUE
           ADD 1                    TO WS-NB-ECARTEES
           MOVE WS-TL-MONTANT       TO WS-MONTANT-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  ' WS-TL-CODE-CTP
                  ' ' WS-TL-ENTITE
                  ' ' WS-TL-DEVISE
                  '  ' WS-TL-REF
                  ' ' WS-MONTANT-EDT
                  '  LITIGE ' WS-TL-CLE-ARTICLE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RCMP-REC FROM WS-LIGNE-RAPPORT
           .

       ECRIT-TRANS-DIRECTE.
           MOVE SPACE               TO WS-TL-CLE-ARTICLE
           WRITE TNET-REC FROM WS-TRANS-LUE
           ADD 1                    TO WS-NB-DIRECTES
           ADD 1                    TO WS-NB-ECRITES
           ADD WS-TL-MONTANT        TO WS-HASH-NETTES
           .

      *    Rattachement de la transaction courante a son groupe
      *    (cree au besoin). Tables pleines : le run REFUSE de
      *    compenser a moitie, meme philosophie que CHARGE-TRACES
      *    de FOREX056
       AJOUTE-COMPOSANTE.
           IF WS-TL-DEVISE = SPACE
              MOVE 'EUR'            TO WS-DEVISE-GROUPE
           ELSE
              MOVE WS-TL-DEVISE     TO WS-DEVISE-GROUPE
           END-IF
           MOVE ZERO                TO WS-INDIC-GRP-TROUVE
           PERFORM VARYING WS-IDX-GRP
                   FROM    1 BY 1
                   UNTIL   WS-IDX-GRP > WS-NB-GROUPES
                        OR WS-GRP-TROUVE
              IF WS-GRP-CODE-CTP (WS-IDX-GRP) = WS-TL-CODE-CTP
                 AND WS-GRP-ENTITE (WS-IDX-GRP) = WS-TL-ENTITE
                 AND WS-GRP-DEVISE (WS-IDX-GRP) = WS-DEVISE-GROUPE
                 SET WS-GRP-TROUVE  TO TRUE
              END-IF
           END-PERFORM
           IF WS-GRP-TROUVE
              SUBTRACT 1            FROM WS-IDX-GRP
           ELSE
              IF WS-NB-GROUPES >= 2000
                 DISPLAY 'FOREX070 : TABLE DES GROUPES PLEINE '
                         '(2000), compensation REFUSEE'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-GROUPES
              MOVE WS-NB-GROUPES    TO WS-IDX-GRP
              INITIALIZE WS-GRP-ENTREE (WS-IDX-GRP)
              MOVE WS-TL-CODE-CTP   TO WS-GRP-CODE-CTP (WS-IDX-GRP)
              MOVE WS-TL-ENTITE     TO WS-GRP-ENTITE (WS-IDX-GRP)
              MOVE WS-DEVISE-GROUPE TO WS-GRP-DEVISE (WS-IDX-GRP)
              MOVE WS-TL-CODE-PAYS  TO WS-GRP-CODE-PAYS (WS-IDX-GRP)
           END-IF

           IF WS-NB-COMPOSANTES >= 5000
              DISPLAY 'FOREX070 : TABLE DES COMPOSANTES PLEINE '
                      '(5000), compensation REFUSEE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-COMPOSANTES
           MOVE WS-TRANS-LUE
             TO WS-CMP-IMAGE (WS-NB-COMPOSANTES)
           MOVE WS-IDX-GRP
             TO WS-CMP-GROUPE (WS-NB-COMPOSANTES)

           ADD 1                    TO WS-GRP-NB (WS-IDX-GRP)
           ADD WS-TL-MONTANT        TO WS-GRP-NET (WS-IDX-GRP)
      *    Date de la transaction nette : la plus recente des
      *    composantes
           IF WS-TL-DATE NUMERIC
              AND WS-TL-DATE > WS-GRP-DATE (WS-IDX-GRP)
              MOVE WS-TL-DATE       TO WS-GRP-DATE (WS-IDX-GRP)
           END-IF
           .

      *    Sort de chaque groupe, puis de chacune de ses composantes
       ECRIT-GROUPES.
           PERFORM ECRIT-UN-GROUPE
             VARYING WS-IDX-GRP
             FROM    1 BY 1
             UNTIL   WS-IDX-GRP > WS-NB-GROUPES
           PERFORM ECRIT-UNE-COMPOSANTE
             VARYING WS-IDX-CMP
             FROM    1 BY 1
             UNTIL   WS-IDX-CMP > WS-NB-COMPOSANTES
           .

      *    Groupe net positif : une transaction nette (une seule
      *    composante = la transaction d'origine, sans reference
      *    nette) ; net nul ou negatif : report
       ECRIT-UN-GROUPE.
           MOVE SPACE               TO WS-GRP-REF-NETTE (WS-IDX-GRP)
           MOVE WS-GRP-NB (WS-IDX-GRP)  TO WS-NB-GRP-EDT
           MOVE WS-GRP-NET (WS-IDX-GRP) TO WS-MONTANT-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           EVALUATE TRUE
              WHEN WS-GRP-NET (WS-IDX-GRP) NOT > ZERO
                 ADD 1              TO WS-NB-GROUPES-REPORT
                 STRING '  ' WS-GRP-CODE-CTP (WS-IDX-GRP)
                        ' ' WS-GRP-ENTITE (WS-IDX-GRP)
                        ' ' WS-GRP-DEVISE (WS-IDX-GRP)
                        '  NB ' WS-NB-GRP-EDT
                        '  NET ' WS-MONTANT-EDT
                        '  REPORTE'
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WHEN WS-GRP-NB (WS-IDX-GRP) = 1
                 STRING '  ' WS-GRP-CODE-CTP (WS-IDX-GRP)
                        ' ' WS-GRP-ENTITE (WS-IDX-GRP)
                        ' ' WS-GRP-DEVISE (WS-IDX-GRP)
                        '  NB ' WS-NB-GRP-EDT
                        '  NET ' WS-MONTANT-EDT
                        '  DIRECT'
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WHEN OTHER
                 ADD 1              TO WS-REFN-SEQ
                 MOVE WS-REF-NETTE  TO WS-GRP-REF-NETTE (WS-IDX-GRP)
                 PERFORM ECRIT-TRANS-NETTE
                 STRING '  ' WS-GRP-CODE-CTP (WS-IDX-GRP)
                        ' ' WS-GRP-ENTITE (WS-IDX-GRP)
                        ' ' WS-GRP-DEVISE (WS-IDX-GRP)
                        '  NB ' WS-NB-GRP-EDT
                        '  NET ' WS-MONTANT-EDT
                        '  ' WS-REF-NETTE
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-EVALUATE
           WRITE RCMP-REC FROM WS-LIGNE-RAPPORT
           .

       ECRIT-TRANS-NETTE.
           INITIALIZE WS-TRANS-LUE
           MOVE WS-GRP-NET (WS-IDX-GRP)       TO WS-TL-MONTANT
           MOVE WS-GRP-CODE-PAYS (WS-IDX-GRP) TO WS-TL-CODE-PAYS
           MOVE WS-GRP-DEVISE (WS-IDX-GRP)    TO WS-TL-DEVISE
           MOVE WS-GRP-DATE (WS-IDX-GRP)      TO WS-TL-DATE
           MOVE WS-REF-NETTE                  TO WS-TL-REF
           MOVE WS-GRP-ENTITE (WS-IDX-GRP)    TO WS-TL-ENTITE
           MOVE WS-GRP-CODE-CTP (WS-IDX-GRP)  TO WS-TL-CODE-CTP
           WRITE TNET-REC FROM WS-TRANS-LUE
           ADD 1                    TO WS-NB-NETTES
           ADD 1                    TO WS-NB-ECRITES
           ADD WS-TL-MONTANT        TO WS-HASH-NETTES
           .

      *    Composante : dans la transaction nette (ligne de detail),
      *    seule de son groupe (transmise telle quelle) ou dans un
      *    groupe reporte (ecrite au report)
       ECRIT-UNE-COMPOSANTE.
           MOVE WS-CMP-IMAGE (WS-IDX-CMP)  TO WS-TRANS-LUE
           MOVE WS-CMP-GROUPE (WS-IDX-CMP) TO WS-IDX-GRP
           EVALUATE TRUE
              WHEN WS-GRP-NET (WS-IDX-GRP) NOT > ZERO
                 WRITE CRPN-REC FROM WS-TRANS-LUE
                 ADD 1              TO WS-NB-REPORTEES
              WHEN WS-GRP-NB (WS-IDX-GRP) = 1
                 PERFORM ECRIT-TRANS-DIRECTE
              WHEN OTHER
                 MOVE SPACES        TO CDET-REC
                 MOVE WS-GRP-REF-NETTE (WS-IDX-GRP) TO CDET-REF-NETTE
                 MOVE WS-TL-REF     TO CDET-REF-TRANS
                 MOVE WS-TL-MONTANT TO CDET-MONTANT
                 MOVE WS-TL-CODE-CTP TO CDET-CODE-CTP
                 MOVE WS-TL-ENTITE  TO CDET-ENTITE
                 MOVE WS-GRP-DEVISE (WS-IDX-GRP) TO CDET-DEVISE
                 MOVE WS-TL-DATE    TO CDET-DATE-TRANS
                 WRITE CDET-REC
                 ADD 1              TO WS-NB-DETAILS
                 ADD 1              TO WS-NB-COMPENSEES
           END-EVALUATE
           .

       ECRIT-TRAILER-NETTES.
           MOVE WS-NB-ECRITES       TO WS-TRL-NET-NB
           MOVE WS-HASH-NETTES      TO WS-TRL-NET-HASH
           WRITE TNET-REC FROM WS-TRAILER-NETTES

           MOVE WS-NB-ECRITES       TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'TRL FOREX070  ' WS-NB-EDT ' transaction(s) a payer'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RCMP-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-NB-REPORTEES     TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'TRL FOREX070  ' WS-NB-EDT ' transaction(s) '
                  'reportee(s)'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RCMP-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-NB-ECARTEES      TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'TRL FOREX070  ' WS-NB-EDT ' transaction(s) '
                  'ecartee(s) pour litige'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RCMP-REC FROM WS-LIGNE-RAPPORT
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           MOVE WS-NB-TRANS-LUES    TO WS-NB-EDT
           DISPLAY 'Compensation des paiements terminee'
           DISPLAY 'TRANSACTIONS LUES  = ' WS-NB-EDT
           MOVE WS-NB-REPORTS-LUS   TO WS-NB-EDT
           DISPLAY 'REPORTS REPRIS     = ' WS-NB-EDT
           MOVE WS-NB-NETTES        TO WS-NB-EDT
           DISPLAY 'TRANSACTIONS NETTES= ' WS-NB-EDT
           MOVE WS-NB-COMPENSEES    TO WS-NB-EDT
           DISPLAY '  COMPENSEES       = ' WS-NB-EDT
           MOVE WS-NB-DIRECTES      TO WS-NB-EDT
           DISPLAY 'TRANSMISES TELLES  = ' WS-NB-EDT
           MOVE WS-NB-REPORTEES     TO WS-NB-EDT
           DISPLAY 'REPORTEES          = ' WS-NB-EDT
           MOVE WS-NB-ECARTEES      TO WS-NB-EDT
           DISPLAY 'ECARTEES (LITIGE)  = ' WS-NB-EDT

           CLOSE FIC-TRANSACTIONS
                 FIC-TRANS-NETTES
                 FIC-DETAIL-COMP
                 FIC-REPORT-COMP
                 FIC-RAPPORT-COMP
           IF WS-LITG-OUVERT
              CLOSE FIC-LITIGES
           END-IF

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-TRANS'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-TRANS     TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-TRANS-LUES    TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-CRPP'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-CRPP      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-REPORTS-LUS   TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-TNET'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-TNET      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ECRITES       TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-CDET'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-CDET      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-DETAILS       TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-CRPN'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-CRPN      TO WS-JSUM-FIC-STATUT
           COMPUTE WS-JSUM-FIC-ECRITS = WS-NB-REPORTEES
                                      + WS-NB-ECARTEES
           PERFORM NOTE-FICHIER-RESUME
           PERFORM EMET-RESUME-JOB

           GOBACK.
