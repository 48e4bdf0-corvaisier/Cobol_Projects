      *     FIC-PARAM-SUSP jours de reconduction, une alerte E part  *
      *     au pupitre - un paiement ne disparait jamais en          *
      *     silence                                                  *
      *   - Si le detail de compensation FIC-DETAIL-COMP de FOREX070 *
      *     est fourni, chaque paiement net RAPPROCHE ou PAIEMENT    *
      *     SEUL est suivi au rapport de ses composantes (TRANS-REF  *
      *     d'origine et montant signe)                              *
      *   - Un paiement rappele par FOREX071 (registre FIC-RAPPELS,  *
      *     rappel en attente) qui ne parait pas au releve est       *
      *     solde RAPPELE au lieu de PAIEMENT SEUL et n'est plus     *
      *     reconduit ; paru malgre le rappel, il est rapproche et   *
      *     le rappel est marque sans effet (alerte W)               *
      *   - Chaque reglement RAPPROCHE part dans FIC-DENOUEMENTS, une *
      *     ligne par TRANS-REF reglee (composantes d'un paiement    *
      *     net comprises), pour le lettrage des postes ouverts de   *
      *     FOREX073                                                 *
      *   - Le releve est produit par FOREX077 depuis le releve      *
      *     natif de la banque ; un mouvement au credit de notre     *
      *     compte ne denoue jamais un paiement (RELEVE SEUL)        *
      *   - Le suspens reconduit garde la devise et la date de       *
      *     valeur de l'instruction : la projection de tresorerie    *
      *     FOREX082 place ces sorties sans rechercher le paiement   *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       File-Control.
      *    FIC-RELEVE-BANQUE : releve de la banque (FOREX077)
           COPY RLVS.
      *    FIC-PAIEMENTS : instructions du jour (FOREX056, avec
      *    trailer)
           COPY PAIES.
      * Suspens reconduits des runs precedents
           SELECT FIC-SUSPENS-PREC
                     ASSIGN to FICSUSP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RRAP.
      *    FIC-DETAIL-COMP : composantes des paiements nets
      *    (FOREX070, facultatif)
           COPY CDETS.
      *    FIC-DENOUEMENTS : reglements confirmes, pour FOREX073
           COPY DNOUS.
      *    FIC-RAPPELS : registre des rappels de FOREX071
      *    (facultatif)
           COPY RAPS.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
           COPY RLV.

      * Instruction de paiement : dessin partage avec FOREX056
           COPY PAIE.

      * Suspens : l'instruction non denouee + son anciennete en
      * jours de reconduction, sa devise et sa date de valeur
      * (blanches sur les suspens reconduits avant ces zones)
       FD  FIC-SUSPENS-PREC.
       01  SUSP-REC.
         10 SUSP-REF           PIC X(16).
         10 SUSP-MONTANT       PIC 9(09)V99.
         10 FILLER             PIC X(01).
         10 SUSP-AGE           PIC 9(03).
         10 FILLER             PIC X(01).
         10 SUSP-DEVISE        PIC X(03).
         10 FILLER             PIC X(01).
         10 SUSP-DATE-VALEUR   PIC 9(08).
         10 FILLER             PIC X(35).

       FD  FIC-SUSPENS.
       01  SUSN-REC.
         10 SUSN-MONTANT       PIC 9(09)V99.
         10 FILLER             PIC X(01).
         10 SUSN-AGE           PIC 9(03).
         10 FILLER             PIC X(01).
         10 SUSN-DEVISE        PIC X(03).
         10 FILLER             PIC X(01).
         10 SUSN-DATE-VALEUR   PIC 9(08).
         10 FILLER             PIC X(35).

       FD  FIC-PARAM-SUSP.
       01  PSUSP-REC.
       FD  FIC-RAPPORT-RAPPRO.
       01  RRAP-REC             PIC X(80).

           COPY CDET.

           COPY RAP.

           COPY DNOU.

           COPY ALRT.

       WORKING-STORAGE SECTION.
           02  WS-STATUS-SUSN       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PSUSP      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RRAP       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CDET       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-CDET    PIC 9      VALUE ZERO.
               88 WS-FIN-CDET                  VALUE 1.
           02  WS-STATUS-RAP        PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-DNOU       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-RAP-OUVERT  PIC 9      VALUE ZERO.
               88 WS-RAP-OUVERT                VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-RELEVE-LUS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-RELEVE-SEULS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-PAIE-SEULS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-ALERTES-AGE    PIC S9(9)  VALUE ZERO.
           02  WS-NB-RAPPELES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-RAPPELS-KO     PIC S9(9)  VALUE ZERO.
           02  WS-NB-DENOUEMENTS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-DNOU-CMP       PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
               05 WS-ATT-REF        PIC X(16).
               05 WS-ATT-MONTANT    PIC 9(09)V99.
               05 WS-ATT-AGE        PIC 9(03).
               05 WS-ATT-DEVISE     PIC X(03).
               05 WS-ATT-DATE-VALEUR PIC X(08).
               05 WS-ATT-DENOUE     PIC 9.
                   88 WS-ATT-EST-DENOUE        VALUE 1.
       01  WS-IDX-ATT               PIC S9(4) COMP SYNC VALUE ZERO.
           88 WS-ATTENTE-TROUVEE               VALUE 1.

       01  WS-AGE-MAX-SUSPENS       PIC 9(03)  VALUE 5.
       01  WS-DATE-JOUR             PIC 9(08)  VALUE ZERO.

      *    Composantes des paiements nets (detail de compensation
      *    FOREX070), pour redecomposer un paiement net au rapport
       01  WS-NB-DETAILS            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-DETAILS.
           02  WS-DET-ENTREE OCCURS 5000.
               05 WS-DET-REF-NETTE  PIC X(16).
               05 WS-DET-REF-TRANS  PIC X(16).
               05 WS-DET-MONTANT    PIC S9(09)V99.
       01  WS-IDX-DET               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-REF-A-DETAILLER       PIC X(16)  VALUE SPACE.
       01  WS-MONTANT-CMP-EDT       PIC -ZZZ.ZZZ.ZZ9,99.

      *    Trailer de controle de FIC-PAIEMENTS (FOREX056) :
      *    comptage et hachage attendus contre le reellement lu
           02  WS-TRL-LU-NB         PIC 9(09).
           02  FILLER               PIC X(01).
           02  WS-TRL-LU-HASH       PIC 9(13)V99.
           02  FILLER               PIC X(165).

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
           PERFORM LIT-AGE-MAX
           PERFORM CHARGE-PAIEMENTS-JOUR
           PERFORM CHARGE-SUSPENS-PREC
           PERFORM CHARGE-DETAIL-COMP

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR
      *    Registre des rappels : absent ou jamais charge, aucun
      *    paiement n'est en rappel
           OPEN I-O FIC-RAPPELS
           IF WS-STATUS-RAP = '00'
              SET WS-RAP-OUVERT     TO TRUE
           END-IF

           OPEN INPUT FIC-RELEVE-BANQUE
           MOVE WS-STATUS-RLV       TO WS-FSTA-STATUT
           MOVE 'FIC-SUSN'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-DENOUEMENTS
           MOVE WS-STATUS-DNOU      TO WS-FSTA-STATUT
           MOVE 'FIC-DNOU'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'FOREX057  RAPPROCHEMENT RELEVE / PAIEMENTS'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                    MOVE PAIE-MONTANT
                      TO WS-ATT-MONTANT (WS-NB-ATTENTE)
                    MOVE ZERO      TO WS-ATT-AGE (WS-NB-ATTENTE)
                    MOVE PAIE-DEVISE
                      TO WS-ATT-DEVISE (WS-NB-ATTENTE)
                    MOVE PAIE-DATE-VALEUR
                      TO WS-ATT-DATE-VALEUR (WS-NB-ATTENTE)
                    MOVE ZERO      TO WS-ATT-DENOUE (WS-NB-ATTENTE)
                 END-IF
              END-IF
                 MOVE SUSP-MONTANT
                   TO WS-ATT-MONTANT (WS-NB-ATTENTE)
                 MOVE SUSP-AGE     TO WS-ATT-AGE (WS-NB-ATTENTE)
                 MOVE SUSP-DEVISE
                   TO WS-ATT-DEVISE (WS-NB-ATTENTE)
                 MOVE SUSP-DATE-VALEUR
                   TO WS-ATT-DATE-VALEUR (WS-NB-ATTENTE)
                 MOVE ZERO         TO WS-ATT-DENOUE (WS-NB-ATTENTE)
              END-IF
           END-READ
           .

      *    Detail de compensation : absent = pas de paiement net a
      *    redecomposer ; au-dela de la table, les composantes en
      *    trop ne sont simplement pas listees
       CHARGE-DETAIL-COMP.
           OPEN INPUT FIC-DETAIL-COMP
           IF WS-STATUS-CDET NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM LIT-DETAIL-COMP
             UNTIL WS-FIN-CDET
           CLOSE FIC-DETAIL-COMP
           .

       LIT-DETAIL-COMP.
           READ FIC-DETAIL-COMP
            AT END
              SET WS-FIN-CDET      TO TRUE
            NOT AT END
              IF WS-NB-DETAILS < 5000
                 ADD 1             TO WS-NB-DETAILS
                 MOVE CDET-REF-NETTE
                   TO WS-DET-REF-NETTE (WS-NB-DETAILS)
                 MOVE CDET-REF-TRANS
                   TO WS-DET-REF-TRANS (WS-NB-DETAILS)
                 MOVE CDET-MONTANT
                   TO WS-DET-MONTANT (WS-NB-DETAILS)
              END-IF
           END-READ
           .

       LIT-RELEVE.
           READ FIC-RELEVE-BANQUE
            AT END

      *    Rapprochement de la ligne de releve courante : reference
      *    ET montant doivent coincider avec un paiement en attente
      *    pas encore denoue - un credit n'en denoue aucun
       TRAITEMENT.
           MOVE ZERO                TO WS-INDIC-ATT-TROUVE
           PERFORM VARYING WS-IDX-ATT
              IF WS-ATT-REF (WS-IDX-ATT) = RLV-REF
                 AND WS-ATT-MONTANT (WS-IDX-ATT) = RLV-MONTANT
                 AND NOT WS-ATT-EST-DENOUE (WS-IDX-ATT)
                 AND NOT RLV-CREDIT
                 SET WS-ATTENTE-TROUVEE TO TRUE
              END-IF
           END-PERFORM
              STRING '  RAPPROCHE     ' RLV-REF
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RRAP-REC FROM WS-LIGNE-RAPPORT
              MOVE RLV-REF          TO WS-REF-A-DETAILLER
              PERFORM LISTE-COMPOSANTES
              PERFORM ECRIT-DENOUEMENTS
              PERFORM CONTROLE-RAPPEL-SANS-EFFET
           ELSE
              ADD 1                 TO WS-NB-RELEVE-SEULS
              MOVE RLV-MONTANT      TO WS-MONTANT-EDT
           IF WS-ATT-EST-DENOUE (WS-IDX-ATT)
              EXIT PARAGRAPH
           END-IF
           PERFORM LIT-RAPPEL
           IF WS-RAP-OUVERT
              AND WS-STATUS-RAP = '00'
              AND RAP-EN-ATTENTE
              PERFORM SOLDE-RAPPEL
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-PAIE-SEULS
           MOVE WS-ATT-MONTANT (WS-IDX-ATT) TO WS-MONTANT-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
                  '  ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RRAP-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-ATT-REF (WS-IDX-ATT) TO WS-REF-A-DETAILLER
           PERFORM LISTE-COMPOSANTES

           MOVE SPACES              TO SUSN-REC
           MOVE WS-ATT-REF (WS-IDX-ATT)     TO SUSN-REF
           MOVE WS-ATT-MONTANT (WS-IDX-ATT) TO SUSN-MONTANT
           COMPUTE SUSN-AGE = WS-ATT-AGE (WS-IDX-ATT) + 1
           MOVE WS-ATT-DEVISE (WS-IDX-ATT)  TO SUSN-DEVISE
           IF WS-ATT-DATE-VALEUR (WS-IDX-ATT) NUMERIC
              MOVE WS-ATT-DATE-VALEUR (WS-IDX-ATT)
                                    TO SUSN-DATE-VALEUR
           ELSE
              MOVE ZERO             TO SUSN-DATE-VALEUR
           END-IF
           WRITE SUSN-REC

           IF SUSN-AGE > WS-AGE-MAX-SUSPENS
           END-IF
           .

      *    Reglement confirme de la ligne de releve courante : une
      *    ligne par composante d'un paiement net, sinon une ligne
      *    pour le paiement lui-meme
       ECRIT-DENOUEMENTS.
           MOVE ZERO                TO WS-NB-DNOU-CMP
           PERFORM ECRIT-DENOUEMENT-COMPOSANTE
             VARYING WS-IDX-DET
             FROM    1 BY 1
             UNTIL   WS-IDX-DET > WS-NB-DETAILS
           IF WS-NB-DNOU-CMP = ZERO
              MOVE SPACES           TO DNOU-REC
              MOVE RLV-REF          TO DNOU-REF-TRANS
              MOVE RLV-MONTANT      TO DNOU-MONTANT
              MOVE RLV-REF          TO DNOU-REF-PAIE
              MOVE RLV-DATE         TO DNOU-DATE
              WRITE DNOU-REC
              ADD 1                 TO WS-NB-DENOUEMENTS
           END-IF
           .

       ECRIT-DENOUEMENT-COMPOSANTE.
           IF WS-DET-REF-NETTE (WS-IDX-DET) NOT = RLV-REF
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO DNOU-REC
           MOVE WS-DET-REF-TRANS (WS-IDX-DET) TO DNOU-REF-TRANS
           MOVE WS-DET-MONTANT (WS-IDX-DET)   TO DNOU-MONTANT
           MOVE RLV-REF             TO DNOU-REF-PAIE
           MOVE RLV-DATE            TO DNOU-DATE
           WRITE DNOU-REC
           ADD 1                    TO WS-NB-DNOU-CMP
           ADD 1                    TO WS-NB-DENOUEMENTS
           .

      *    Rappel eventuel du paiement WS-ATT-REF (WS-IDX-ATT) - un
      *    statut autre que '00' veut dire : pas de rappel
       LIT-RAPPEL.
           MOVE '23'                TO WS-STATUS-RAP
           IF WS-RAP-OUVERT
              MOVE WS-ATT-REF (WS-IDX-ATT) TO RAP-REF
              READ FIC-RAPPELS
                 INVALID KEY
                    CONTINUE
              END-READ
           END-IF
           .

      *    Paiement rappele jamais paru au releve : le rappel a
      *    abouti, le paiement est resolu et sort des suspens
       SOLDE-RAPPEL.
           ADD 1                    TO WS-NB-RAPPELES
           MOVE WS-ATT-MONTANT (WS-IDX-ATT) TO WS-MONTANT-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  RAPPELE       ' WS-ATT-REF (WS-IDX-ATT)
                  '  ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RRAP-REC FROM WS-LIGNE-RAPPORT
           MOVE 'S'                 TO RAP-STATUT
           MOVE WS-DATE-JOUR        TO RAP-DATE-SOLDE
           REWRITE RAP-REC
              INVALID KEY
                 DISPLAY 'FIC-RAPPELS : reecriture impossible, '
                         'cle ' RAP-REF
           END-REWRITE
           .

      *    Paiement rapproche alors qu'un rappel etait en attente :
      *    les fonds sont partis, le rappel est sans effet
       CONTROLE-RAPPEL-SANS-EFFET.
           PERFORM LIT-RAPPEL
           IF NOT WS-RAP-OUVERT
              OR WS-STATUS-RAP NOT = '00'
              OR NOT RAP-EN-ATTENTE
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-RAPPELS-KO
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '      RAPPEL SANS EFFET, PAIEMENT DENOUE'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RRAP-REC FROM WS-LIGNE-RAPPORT
           MOVE 'X'                 TO RAP-STATUT
           MOVE WS-DATE-JOUR        TO RAP-DATE-SOLDE
           REWRITE RAP-REC
              INVALID KEY
                 DISPLAY 'FIC-RAPPELS : reecriture impossible, '
                         'cle ' RAP-REF
           END-REWRITE
           MOVE 'W'                 TO WS-ALRT-SEVERITE
           MOVE 'RAPPELKO'          TO WS-ALRT-CODE
           MOVE SPACES              TO WS-ALRT-MESSAGE
           STRING 'Rappel sans effet, ref ' RAP-REF
                  DELIMITED BY SIZE
             INTO WS-ALRT-MESSAGE
           PERFORM ECRIT-ALERTE
           .

      *    Composantes du paiement net WS-REF-A-DETAILLER, sous sa
      *    ligne de rapport (rien pour un paiement non compense)
       LISTE-COMPOSANTES.
           PERFORM ECRIT-LIGNE-COMPOSANTE
             VARYING WS-IDX-DET
             FROM    1 BY 1
             UNTIL   WS-IDX-DET > WS-NB-DETAILS
           .

       ECRIT-LIGNE-COMPOSANTE.
           IF WS-DET-REF-NETTE (WS-IDX-DET) NOT = WS-REF-A-DETAILLER
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DET-MONTANT (WS-IDX-DET) TO WS-MONTANT-CMP-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '      COMPOSANTE  ' WS-DET-REF-TRANS (WS-IDX-DET)
                  '  ' WS-MONTANT-CMP-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RRAP-REC FROM WS-LIGNE-RAPPORT
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Fil consolide des alertes operateur
           DISPLAY 'PAIEMENTS SEULS  = ' WS-NB-EDT
           MOVE WS-NB-ALERTES-AGE   TO WS-NB-EDT
           DISPLAY 'SUSPENS EN ALERTE= ' WS-NB-EDT
           MOVE WS-NB-RAPPELES      TO WS-NB-EDT
           DISPLAY 'RAPPELES         = ' WS-NB-EDT
           MOVE WS-NB-RAPPELS-KO    TO WS-NB-EDT
           DISPLAY 'RAPPELS SS EFFET = ' WS-NB-EDT

           CLOSE FIC-RELEVE-BANQUE
                 FIC-RAPPORT-RAPPRO
                 FIC-SUSPENS
                 FIC-DENOUEMENTS
           IF WS-RAP-OUVERT
              CLOSE FIC-RAPPELS
           END-IF

           IF (WS-NB-RELEVE-SEULS > ZERO
               OR WS-NB-PAIE-SEULS > ZERO)
           MOVE WS-STATUS-SUSN      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-PAIE-SEULS    TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-DNOU'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-DNOU      TO WS-JSUM-FIC-STATUT
           MOVE ZERO                TO WS-JSUM-FIC-LUS
           MOVE WS-NB-DENOUEMENTS   TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB

