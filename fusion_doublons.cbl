      *     fusion FIC-RAPPORT-FUSION que le metier vise             *
      *   - Une paire inapplicable (cle absente, survivant = clos,   *
      *     survivant = perdant) est refusee et comptee - RC 4       *
      *   - Chaque ligne ecrite dans FIC1-AUDIT porte un sceau       *
      *     chaine a celui de la ligne precedente (copybooks         *
      *     SCLW/SCLP, controle quotidien FOREX078)                  *
      *   - Les deux cotes de chaque fusion emettent leur evenement  *
      *     (cloture du perdant, nouveau montant du survivant) dans  *
      *     la boite FIC-EVT-SORTANTS distribuee par FOREX085        *
      *     (copybooks EVT*)                                         *
      *   - Une paire dont l'un des deux articles est sous gel       *
      *     juridique (copybooks GELJ*) est refusee, motif GEL       *
      *     JURIDIQUE, avec son dossier au rapport de fusion         *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RFUS.
      * FIC-EVT-SORTANTS : boite d'evenements de FICHIER1, avec son
      *   numero de sequence
           COPY EVTS.
      * FIC-GELS-JURIDIQUES : registre des gels (obligatoire)
           COPY GELJS.

      *
      *==============================================================*
         10 AUDIT-CH2        PIC X(20).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-OPERATEUR  PIC X(08).
      *  Sceau chaine de la ligne (copybooks SCLW/SCLP), pris sur
      *  le FILLER de queue - a blanc sur les lignes anterieures
         10 AUDIT-SCEAU      PIC 9(10).
      *  Montant et devise de l'article apres le geste (avant, pour
      *  une suppression), a blanc quand le geste ne porte pas sur
      *  un montant - l'enregistrement prend la longueur de 120 du
      *  DCB de la piste
         10 AUDIT-MONTANT    PIC 9(09)V99.
         10 AUDIT-DEVISE     PIC X(03).
         10 FILLER           PIC X(06).

       FD  FIC-RAPPORT-FUSION.
       01  RFUS-REC             PIC X(80).

           COPY EVT.

           COPY GELJ.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-NB-PAIRES-LUES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-FUSIONNEES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-REFUSEES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-GELEES         PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZ9.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLW.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.

           02  WS-DHS-SECONDE       PIC 9(02).
           02  FILLER               PIC X(10).
       01  WS-DATE-HEURE-EDT        PIC X(17).
      *    Boite d'evenements de FICHIER1
           COPY EVTW.
      *    Registre des gels juridiques
           COPY GELJW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
           MOVE 'FOREX066'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB

      *    Registre des gels juridiques, avant toute mise a jour
           MOVE 'FOREX066'          TO WS-GELJ-PROGRAMME
           PERFORM CHARGE-GELS-JURIDIQUES

           OPEN INPUT FIC-FUSION-MVT
           MOVE WS-STATUS-FUSMV     TO WS-FSTA-STATUT
           MOVE 'FIC-FUSMV'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Boite d'evenements ouverte avant FICHIER1 : pas de mise
      *    a jour sans son evenement
           MOVE 'FOREX066'          TO WS-EVT-PROGRAMME
           PERFORM OUVRE-EVT-SORTANTS

           OPEN I-O FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    La piste d'audit est partagee (DISP=MOD dans le JCL)
           PERFORM CHARGE-DERNIER-SCEAU
           OPEN EXTEND FIC1-AUDIT
           IF WS-STATUS-AUDIT NOT = '00'
              OPEN OUTPUT FIC1-AUDIT
      *    vraisemblance passent avant tout geste sur le KSDS
       TRAITEMENT.
           MOVE SPACE               TO WS-MOTIF-REFUS
           MOVE ZERO                TO WS-GELJ-INDIC-RETENU
           EVALUATE TRUE
              WHEN FMV-CLE-SURVIVANTE = SPACE
                OR FMV-CLE-PERDANTE = SPACE
                     '  ' WS-MOTIF-REFUS
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RFUS-REC FROM WS-LIGNE-RAPPORT
              IF WS-GELJ-RETENU
                 MOVE SPACES        TO WS-LIGNE-RAPPORT
                 STRING '           DOSSIER ' WS-GELJ-DOSSIER-RETENU
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                 WRITE RFUS-REC FROM WS-LIGNE-RAPPORT
              END-IF
           END-IF
           PERFORM LIT-PAIRE
           .
              MOVE 'SURVIVANT CLOS'  TO WS-MOTIF-REFUS
              EXIT PARAGRAPH
           END-IF
           PERFORM TESTE-GEL-ARTICLE
           IF WS-GELJ-RETENU
              EXIT PARAGRAPH
           END-IF
           MOVE FIC1-REC            TO WS-SURV-REC

           MOVE FMV-CLE-PERDANTE    TO FIC1-CH1
                 MOVE 'PERDANT ABSENT'  TO WS-MOTIF-REFUS
                 EXIT PARAGRAPH
           END-READ
           PERFORM TESTE-GEL-ARTICLE
           IF WS-GELJ-RETENU
              EXIT PARAGRAPH
           END-IF
           MOVE FIC1-CH2            TO WS-PERD-CH2
           MOVE FIC1-MONTANT        TO WS-PERD-MONTANT
           MOVE FIC1-DATE-EFFET     TO WS-PERD-DATE-EFFET

      *    Le perdant se clot sur place - jamais supprime, son
      *    historique reste consultable
           MOVE FIC1-REC            TO WS-EVT-IMAGE-AVANT
           MOVE 'C'                 TO FIC1-STATUT
           REWRITE FIC1-REC
              INVALID KEY
                 MOVE 'ERREUR REWRITE'  TO WS-MOTIF-REFUS
                 EXIT PARAGRAPH
           END-REWRITE
           MOVE 'M'                 TO WS-EVT-TYPE
           MOVE FIC1-CH1            TO WS-EVT-CLE
           MOVE FIC1-REC            TO WS-EVT-IMAGE-APRES
           PERFORM ECRIT-EVENEMENT-FIC1

      *    Le survivant cumule le montant et garde la plus
      *    ancienne date d'effet
           MOVE WS-SURV-REC         TO WS-EVT-IMAGE-AVANT
           ADD WS-PERD-MONTANT      TO WS-SURV-MONTANT
           IF WS-PERD-DATE-EFFET > ZERO
              AND (WS-PERD-DATE-EFFET < WS-SURV-DATE-EFFET
                 MOVE 'ERREUR REWRITE'  TO WS-MOTIF-REFUS
                 EXIT PARAGRAPH
           END-REWRITE
           MOVE 'M'                 TO WS-EVT-TYPE
           MOVE FIC1-CH1            TO WS-EVT-CLE
           MOVE FIC1-REC            TO WS-EVT-IMAGE-APRES
           PERFORM ECRIT-EVENEMENT-FIC1

           ADD 1                    TO WS-NB-FUSIONNEES
           PERFORM ECRIT-AUDIT-FUSION
           PERFORM ECRIT-RAPPORT-FUSION
           .

      *    Article lu sous gel juridique (cle, contrepartie ou date
      *    d'effet) : la paire entiere est refusee
       TESTE-GEL-ARTICLE.
           INITIALIZE WS-GELJ-DEMANDE
           MOVE FIC1-CH1            TO WS-GELJ-CLE
           MOVE FIC1-CODE-CTP       TO WS-GELJ-CTP
           IF FIC1-DATE-EFFET NUMERIC
              MOVE FIC1-DATE-EFFET  TO WS-GELJ-DATE
           END-IF
           PERFORM TESTE-GEL-JURIDIQUE
           IF WS-GELJ-RETENU
              ADD 1                 TO WS-NB-GELEES
              MOVE 'GEL JURIDIQUE'  TO WS-MOTIF-REFUS
              MOVE SPACES           TO WS-GELJ-OBJET
              STRING 'FUSION ' FMV-CLE-SURVIVANTE ' / '
                     FMV-CLE-PERDANTE ' REFUSEE'
                     DELIMITED BY SIZE INTO WS-GELJ-OBJET
              PERFORM NOTE-GEL-JURIDIQUE
           END-IF
           .

      *    Les DEUX cotes de la fusion au dossier d'audit (code F)
       ECRIT-AUDIT-FUSION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
             INTO AUDIT-MOTIF
           MOVE WS-SURV-CH2         TO AUDIT-CH2
           MOVE 'FOREX066'          TO AUDIT-OPERATEUR
           PERFORM SCELLE-LIGNE-AUDIT
           WRITE AUDIT-REC

           MOVE SPACES              TO AUDIT-REC
             INTO AUDIT-MOTIF
           MOVE WS-PERD-CH2         TO AUDIT-CH2
           MOVE 'FOREX066'          TO AUDIT-OPERATEUR
           PERFORM SCELLE-LIGNE-AUDIT
           WRITE AUDIT-REC
           .


      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLP.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Boite d'evenements de FICHIER1
           COPY EVTP.
      *    Registre des gels juridiques
           COPY GELJP.

      * Fin du pgm
       FIN.
           DISPLAY 'FUSIONNEES   = ' WS-NB-EDT
           MOVE WS-NB-REFUSEES      TO WS-NB-EDT
           DISPLAY 'REFUSEES     = ' WS-NB-EDT
           MOVE WS-NB-GELEES        TO WS-NB-EDT
           DISPLAY ' DONT GELEES = ' WS-NB-EDT
           PERFORM RAPPORTE-GELS-JURIDIQUES

           CLOSE FIC-FUSION-MVT
                 FICHIER1
                 FIC1-AUDIT
                 FIC-RAPPORT-FUSION
           PERFORM FERME-EVT-SORTANTS

           IF WS-NB-REFUSEES > ZERO
              OR WS-GELJ-NB-REJETES > ZERO
              MOVE 4                TO RETURN-CODE
              MOVE 4                TO WS-JSUM-SEVERITE
           END-IF
