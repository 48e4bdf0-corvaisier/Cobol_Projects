       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX084.
      *==============================================================*
      * PROGRAMME scorecard mensuel des partenaires d'echange XML    *
      *   - Les exports partent par l'annuaire FIC-PARTENAIRES       *
      *     (FOREX010), les acquittements sont rapproches par        *
      *     FOREX022, les silencieux retransmis par FIC-RETRANS et   *
      *     les documents entrants inscrits a FIC-REGISTRE-DOC -     *
      *     mais personne ne savait dire quel partenaire est fiable  *
      *   - Source unique : le journal des echanges                  *
      *     FIC-JRN-ECHANGES (copybooks JECH*), ecrit par FOREX010   *
      *     et FOREX022, relu en entier dans l'ordre chronologique   *
      *   - Par PART-CODE, pour les documents envoyes dans le mois   *
      *     FIC-PARAM-MOIS (AAAAMM, obligatoire) : documents         *
      *     envoyes, taux d'acquittement, delai moyen et delai le    *
      *     plus long en jours ouvres (service calendrier FOREX043,  *
      *     de l'envoi exclu a l'acquittement inclus), taux          *
      *     d'acquittements negatifs et repartition par code motif,  *
      *     retransmissions du mois, documents entrants du mois      *
      *     rejetes au controle de contenu                           *
      *   - Un acquittement est rattache au plus ancien envoi non    *
      *     encore acquitte de la meme cle (et du meme partenaire    *
      *     quand l'acquittement le nomme) ; un envoi retransmis     *
      *     garde son delai compte depuis le premier envoi           *
      *   - Chaque mesure est comparee aux niveaux de service        *
      *     convenus (FIC-PARAM-SLA, facultatif, une ligne par       *
      *     partenaire, '********' = niveaux par defaut) : une       *
      *     mesure hors niveau donne RC 4 et l'alerte W PARTSLA      *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Mois a mesurer (AAAAMM) - obligatoire
           SELECT FIC-PARAM-MOIS
                     ASSIGN to FICPMOIS
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PMOIS.
      * Niveaux de service convenus par partenaire - facultatif
           SELECT FIC-PARAM-SLA
                     ASSIGN to FICPSLA
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PSLA.
      *    FIC-JRN-ECHANGES : journal des echanges partenaires
           COPY JECHS.
      * Scorecard partenaires
           SELECT FIC-RAPPORT-SCORE
                     ASSIGN to FICRPSC
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RPSC.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM-MOIS.
       01  PMOIS-REC.
         10 PMOIS-AAAAMM       PIC 9(06).
         10 FILLER             PIC X(74).

      * Niveaux de service : partenaire, taux d'acquittement
      * minimal (%), delai moyen et delai maximal (jours ouvres),
      * taux maximaux d'acquittements negatifs, de retransmissions
      * (% des envois) et de rejets entrants (% des entrants)
       FD  FIC-PARAM-SLA.
       01  PSLA-REC.
         10 PSLA-PARTENAIRE    PIC X(08).
         10 FILLER             PIC X(01).
         10 PSLA-TAUX-ACK-MIN  PIC 9(03).
         10 FILLER             PIC X(01).
         10 PSLA-DELAI-MOY-MAX PIC 9(02)V9.
         10 FILLER             PIC X(01).
         10 PSLA-DELAI-MAX     PIC 9(03).
         10 FILLER             PIC X(01).
         10 PSLA-TAUX-NACK-MAX PIC 9(03).
         10 FILLER             PIC X(01).
         10 PSLA-TAUX-RETR-MAX PIC 9(03).
         10 FILLER             PIC X(01).
         10 PSLA-TAUX-REJ-MAX  PIC 9(03).
         10 FILLER             PIC X(48).

           COPY JECH.

       FD  FIC-RAPPORT-SCORE.
       01  RPSC-REC            PIC X(80).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PMOIS      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PSLA       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PSLA    PIC 9      VALUE ZERO.
               88 WS-FIN-PSLA                  VALUE 1.
           02  WS-INDIC-FIN-JECH    PIC 9      VALUE ZERO.
               88 WS-FIN-JECH                  VALUE 1.
           02  WS-STATUS-RPSC       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-HORS-SLA    PIC 9      VALUE ZERO.
               88 WS-PART-HORS-SLA             VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-EVENEMENTS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-ENVOIS-SUIVIS  PIC S9(9)  VALUE ZERO.
           02  WS-NB-ACK-SANS-ENVOI PIC S9(9)  VALUE ZERO.
           02  WS-NB-PART-HORS-SLA  PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-NB-EDT2           PIC ZZZ.ZZZ.ZZ9.
           02  WS-TAUX-EDT          PIC ZZ9,9.
           02  WS-SLA-EDT           PIC ZZ9,9.
           02  WS-LIGNE-RAPPORT     PIC X(80).
           02  WS-VERDICT           PIC X(09).

      *    Mois mesure et fenetre des envois suivis : le mois
      *    precedent est garde pour rattacher ses acquittements
      *    tardifs a leur propre envoi
       01  WS-MOIS-DEMANDE          PIC 9(06)  VALUE ZERO.
       01  WS-MOIS-DEMANDE-R REDEFINES WS-MOIS-DEMANDE.
           02  WS-MD-ANNEE          PIC 9(04).
           02  WS-MD-MOIS           PIC 9(02).
       01  WS-MOIS-PRECEDENT        PIC 9(06)  VALUE ZERO.
       01  WS-MOIS-EVENEMENT        PIC 9(06)  VALUE ZERO.

      *    Partenaires vus dans le journal et leurs mesures du mois
       01  WS-NB-PARTENAIRES        PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-PARTENAIRES.
           02  WS-PRT-ENTREE OCCURS 100.
               05 WS-PRT-CODE       PIC X(08).
               05 WS-PRT-NB-ENVOIS  PIC S9(9) COMP.
               05 WS-PRT-NB-ACQUITS PIC S9(9) COMP.
               05 WS-PRT-NB-NEGATIFS PIC S9(9) COMP.
               05 WS-PRT-SOMME-DELAI PIC S9(9) COMP.
               05 WS-PRT-DELAI-MAX  PIC S9(9) COMP.
               05 WS-PRT-NB-RETRANS PIC S9(9) COMP.
               05 WS-PRT-NB-ENTRANTS PIC S9(9) COMP.
               05 WS-PRT-NB-REJETES PIC S9(9) COMP.
       01  WS-IDX-PRT               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-PARTENAIRE-CHERCHE    PIC X(08)  VALUE SPACE.

      *    Acquittements negatifs du mois par partenaire et motif
       01  WS-NB-MOTIFS             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-MOTIFS.
           02  WS-MTF-ENTREE OCCURS 500.
               05 WS-MTF-IDX-PRT    PIC S9(4) COMP.
               05 WS-MTF-MOTIF      PIC X(20).
               05 WS-MTF-NB         PIC S9(9) COMP.
       01  WS-IDX-MTF               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Envois suivis en attente d'acquittement
       01  WS-NB-ENVOIS             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-ENVOIS.
           02  WS-ENV-ENTREE OCCURS 20000.
               05 WS-ENV-CLE        PIC X(10).
               05 WS-ENV-IDX-PRT    PIC S9(4) COMP.
               05 WS-ENV-DATE       PIC 9(08).
               05 WS-ENV-INDIC-MOIS PIC 9.
                   88 WS-ENV-DU-MOIS           VALUE 1.
               05 WS-ENV-INDIC-ACQ  PIC 9.
                   88 WS-ENV-ACQUITTE          VALUE 1.
       01  WS-IDX-ENV               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-DELAI                 PIC S9(9) COMP SYNC VALUE ZERO.

      *    Niveaux de service charges ('********' = defaut)
       01  WS-NB-SLA                PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-SLA.
           02  WS-SLA-ENTREE OCCURS 100.
               05 WS-SLA-PARTENAIRE PIC X(08).
               05 WS-SLA-TAUX-ACK   PIC 9(03).
               05 WS-SLA-DELAI-MOY  PIC 9(02)V9.
               05 WS-SLA-DELAI-MAX  PIC 9(03).
               05 WS-SLA-TAUX-NACK  PIC 9(03).
               05 WS-SLA-TAUX-RETR  PIC 9(03).
               05 WS-SLA-TAUX-REJ   PIC 9(03).
       01  WS-IDX-SLA               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-SLA-RETENU        PIC S9(4) COMP SYNC VALUE ZERO.

      *    Mesures calculees du partenaire edite
       01  WS-MESURES.
           02  WS-TAUX              PIC 9(03)V9 VALUE ZERO.
           02  WS-DELAI-MOYEN       PIC 9(05)V9 VALUE ZERO.

      *    Zones d'appel du service calendrier FOREX043
       77  WS-CALL-FOREX043         PIC X(10)  VALUE 'FOREX043'.
       01  WS-CAL-FONCTION          PIC X(01)  VALUE SPACE.
       01  WS-CAL-JURIDICTION       PIC X(03)  VALUE '***'.
       01  WS-CAL-DATE-1            PIC 9(08)  VALUE ZERO.
       01  WS-CAL-DATE-2            PIC 9(08)  VALUE ZERO.
       01  WS-CAL-DATE-RES          PIC 9(08)  VALUE ZERO.
       01  WS-CAL-NB-JOURS          PIC S9(05) VALUE ZERO.
       01  WS-CAL-OUVRE             PIC X(01)  VALUE SPACE.
       01  WS-CAL-STATUT            PIC 9      VALUE ZERO.
           88 WS-CAL-OK                        VALUE 1.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.
      *    Zones du fil des alertes operateur
           COPY ALRTW.
      *    Zones du journal des echanges partenaires
           COPY JECHW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Init, mois, niveaux de service
           PERFORM TRAITEMENT     *> Relecture du journal
             UNTIL WS-FIN-JECH
           PERFORM EDITE-PARTENAIRE
             VARYING WS-IDX-PRT FROM 1 BY 1
             UNTIL   WS-IDX-PRT > WS-NB-PARTENAIRES
           PERFORM FIN            *> Verdict, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX084'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX084'  TO WS-ALRT-PROGRAMME

      *    Le mois a mesurer est obligatoire, comme pour FOREX034
           OPEN INPUT FIC-PARAM-MOIS
           MOVE WS-STATUS-PMOIS     TO WS-FSTA-STATUT
           MOVE 'FIC-PMOIS'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           READ FIC-PARAM-MOIS
            AT END
              DISPLAY 'ABEND - FIC-PARAM-MOIS VIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-READ
           IF PMOIS-AAAAMM NOT NUMERIC
              DISPLAY 'ABEND - MOIS DEMANDE INVALIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PMOIS-AAAAMM        TO WS-MOIS-DEMANDE
           CLOSE FIC-PARAM-MOIS
           IF WS-MD-MOIS = 01
              COMPUTE WS-MOIS-PRECEDENT
                    = (WS-MD-ANNEE - 1) * 100 + 12
           ELSE
              COMPUTE WS-MOIS-PRECEDENT = WS-MOIS-DEMANDE - 1
           END-IF

           PERFORM CHARGE-SLA

           OPEN INPUT FIC-JRN-ECHANGES
           MOVE WS-STATUS-JECH      TO WS-FSTA-STATUT
           MOVE 'FIC-JECH'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-SCORE
           MOVE WS-STATUS-RPSC      TO WS-FSTA-STATUT
           MOVE 'FIC-RPSC'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'FOREX084  SCORECARD PARTENAIRES DU MOIS '
                  WS-MOIS-DEMANDE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RPSC-REC FROM WS-LIGNE-RAPPORT
           MOVE '  DELAIS EN JOURS OUVRES, TAUX EN % DES DOCUMENTS '
             &  'ENVOYES DANS LE MOIS'
                                    TO WS-LIGNE-RAPPORT
           WRITE RPSC-REC FROM WS-LIGNE-RAPPORT

           PERFORM LIT-JOURNAL
           .

      *    Niveaux de service facultatifs : une ligne non numerique
      *    est ignoree ; sans ligne pour un partenaire ni ligne
      *    '********', ses mesures sont editees sans verdict
       CHARGE-SLA.
           OPEN INPUT FIC-PARAM-SLA
           IF WS-STATUS-PSLA NOT = '00'
              DISPLAY 'FIC-PARAM-SLA absent, mesures sans verdict'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-PSLA
              READ FIC-PARAM-SLA
               AT END
                 SET WS-FIN-PSLA    TO TRUE
               NOT AT END
                 IF PSLA-PARTENAIRE NOT = SPACE
                    AND PSLA-TAUX-ACK-MIN  NUMERIC
                    AND PSLA-DELAI-MOY-MAX NUMERIC
                    AND PSLA-DELAI-MAX     NUMERIC
                    AND PSLA-TAUX-NACK-MAX NUMERIC
                    AND PSLA-TAUX-RETR-MAX NUMERIC
                    AND PSLA-TAUX-REJ-MAX  NUMERIC
                    IF WS-NB-SLA >= 100
                       DISPLAY 'ABEND - TABLE DES SLA PLEINE (100)'
                       MOVE 16      TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1           TO WS-NB-SLA
                    MOVE PSLA-PARTENAIRE
                                    TO WS-SLA-PARTENAIRE (WS-NB-SLA)
                    MOVE PSLA-TAUX-ACK-MIN
                                    TO WS-SLA-TAUX-ACK (WS-NB-SLA)
                    MOVE PSLA-DELAI-MOY-MAX
                                    TO WS-SLA-DELAI-MOY (WS-NB-SLA)
                    MOVE PSLA-DELAI-MAX
                                    TO WS-SLA-DELAI-MAX (WS-NB-SLA)
                    MOVE PSLA-TAUX-NACK-MAX
                                    TO WS-SLA-TAUX-NACK (WS-NB-SLA)
                    MOVE PSLA-TAUX-RETR-MAX
                                    TO WS-SLA-TAUX-RETR (WS-NB-SLA)
                    MOVE PSLA-TAUX-REJ-MAX
                                    TO WS-SLA-TAUX-REJ (WS-NB-SLA)
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PARAM-SLA
           .

       LIT-JOURNAL.
           READ FIC-JRN-ECHANGES
            AT END
              SET WS-FIN-JECH      TO TRUE
            NOT AT END
              MOVE WS-STATUS-JECH  TO WS-FSTA-STATUT
              MOVE 'FIC-JECH'      TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-EVENEMENTS
           END-READ
           .

      *    Un evenement du journal : au-dela du mois mesure, seuls
      *    les acquittements comptent encore (un envoi de fin de
      *    mois peut etre acquitte le mois suivant)
       TRAITEMENT.
           IF JECH-DATE NOT NUMERIC
              PERFORM LIT-JOURNAL
              EXIT PARAGRAPH
           END-IF
           DIVIDE JECH-DATE BY 100 GIVING WS-MOIS-EVENEMENT
           EVALUATE TRUE
              WHEN JECH-ENVOI
                 IF WS-MOIS-EVENEMENT >= WS-MOIS-PRECEDENT
                    AND WS-MOIS-EVENEMENT <= WS-MOIS-DEMANDE
                    PERFORM NOTE-ENVOI
                 END-IF
              WHEN JECH-RETRANSMISSION
                 IF WS-MOIS-EVENEMENT = WS-MOIS-DEMANDE
                    MOVE JECH-PARTENAIRE TO WS-PARTENAIRE-CHERCHE
                    PERFORM POSITIONNE-PARTENAIRE
                    ADD 1 TO WS-PRT-NB-RETRANS (WS-IDX-PRT)
                 END-IF
              WHEN JECH-ACQUITTEMENT
              WHEN JECH-ACQ-NEGATIF
                 IF WS-MOIS-EVENEMENT >= WS-MOIS-PRECEDENT
                    PERFORM NOTE-ACQUITTEMENT
                 END-IF
              WHEN JECH-ENTRANT-CHARGE
              WHEN JECH-ENTRANT-REJETE
                 IF WS-MOIS-EVENEMENT = WS-MOIS-DEMANDE
                    IF JECH-PARTENAIRE = SPACE
                       MOVE '*INCONNU' TO WS-PARTENAIRE-CHERCHE
                    ELSE
                       MOVE JECH-PARTENAIRE TO WS-PARTENAIRE-CHERCHE
                    END-IF
                    PERFORM POSITIONNE-PARTENAIRE
                    ADD 1 TO WS-PRT-NB-ENTRANTS (WS-IDX-PRT)
                    IF JECH-ENTRANT-REJETE
                       ADD 1 TO WS-PRT-NB-REJETES (WS-IDX-PRT)
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM LIT-JOURNAL
           .

      *    Envoi suivi : garde en table jusqu'a son acquittement ;
      *    seuls les envois du mois entrent dans les mesures
       NOTE-ENVOI.
           IF WS-NB-ENVOIS >= 20000
              DISPLAY 'ABEND - TABLE DES ENVOIS SUIVIS PLEINE (20000)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           MOVE JECH-PARTENAIRE     TO WS-PARTENAIRE-CHERCHE
           PERFORM POSITIONNE-PARTENAIRE
           ADD 1                    TO WS-NB-ENVOIS
                                       WS-NB-ENVOIS-SUIVIS
           MOVE JECH-CLE            TO WS-ENV-CLE (WS-NB-ENVOIS)
           MOVE WS-IDX-PRT          TO WS-ENV-IDX-PRT (WS-NB-ENVOIS)
           MOVE JECH-DATE           TO WS-ENV-DATE (WS-NB-ENVOIS)
           MOVE ZERO                TO WS-ENV-INDIC-ACQ (WS-NB-ENVOIS)
           IF WS-MOIS-EVENEMENT = WS-MOIS-DEMANDE
              MOVE 1                TO WS-ENV-INDIC-MOIS (WS-NB-ENVOIS)
              ADD 1                 TO WS-PRT-NB-ENVOIS (WS-IDX-PRT)
           ELSE
              MOVE ZERO             TO WS-ENV-INDIC-MOIS (WS-NB-ENVOIS)
           END-IF
           .

      *    Acquittement : rattache au plus ancien envoi non acquitte
      *    de la cle (du partenaire nomme, s'il l'est)
       NOTE-ACQUITTEMENT.
           PERFORM VARYING WS-IDX-ENV FROM 1 BY 1
                   UNTIL   WS-IDX-ENV > WS-NB-ENVOIS
              IF WS-ENV-CLE (WS-IDX-ENV) = JECH-CLE
                 AND NOT WS-ENV-ACQUITTE (WS-IDX-ENV)
                 IF JECH-PARTENAIRE = SPACE
                    OR JECH-PARTENAIRE
                       = WS-PRT-CODE (WS-ENV-IDX-PRT (WS-IDX-ENV))
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM
           IF WS-IDX-ENV > WS-NB-ENVOIS
              ADD 1                 TO WS-NB-ACK-SANS-ENVOI
              EXIT PARAGRAPH
           END-IF

           MOVE 1                   TO WS-ENV-INDIC-ACQ (WS-IDX-ENV)
           IF NOT WS-ENV-DU-MOIS (WS-IDX-ENV)
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ENV-IDX-PRT (WS-IDX-ENV) TO WS-IDX-PRT
           ADD 1                    TO WS-PRT-NB-ACQUITS (WS-IDX-PRT)

      *    Delai en jours ouvres ; sans reponse du calendrier, en
      *    jours calendaires
           MOVE 'D'                 TO WS-CAL-FONCTION
           MOVE '***'               TO WS-CAL-JURIDICTION
           MOVE WS-ENV-DATE (WS-IDX-ENV) TO WS-CAL-DATE-1
           MOVE JECH-DATE           TO WS-CAL-DATE-2
           PERFORM APPELLE-CALENDRIER
           IF WS-CAL-OK
              MOVE WS-CAL-NB-JOURS  TO WS-DELAI
           ELSE
              COMPUTE WS-DELAI
                    = FUNCTION INTEGER-OF-DATE (JECH-DATE)
                    - FUNCTION INTEGER-OF-DATE
                               (WS-ENV-DATE (WS-IDX-ENV))
           END-IF
           IF WS-DELAI < ZERO
              MOVE ZERO             TO WS-DELAI
           END-IF
           ADD WS-DELAI             TO WS-PRT-SOMME-DELAI (WS-IDX-PRT)
           IF WS-DELAI > WS-PRT-DELAI-MAX (WS-IDX-PRT)
              MOVE WS-DELAI         TO WS-PRT-DELAI-MAX (WS-IDX-PRT)
           END-IF

           IF JECH-ACQ-NEGATIF
              ADD 1                 TO WS-PRT-NB-NEGATIFS (WS-IDX-PRT)
              PERFORM NOTE-MOTIF-NEGATIF
           END-IF
           .

       NOTE-MOTIF-NEGATIF.
           PERFORM VARYING WS-IDX-MTF FROM 1 BY 1
                   UNTIL   WS-IDX-MTF > WS-NB-MOTIFS
              IF WS-MTF-IDX-PRT (WS-IDX-MTF) = WS-IDX-PRT
                 AND WS-MTF-MOTIF (WS-IDX-MTF) = JECH-MOTIF
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-IDX-MTF > WS-NB-MOTIFS
              IF WS-NB-MOTIFS >= 500
                 DISPLAY 'ABEND - TABLE DES MOTIFS PLEINE (500)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-MOTIFS
              MOVE WS-NB-MOTIFS     TO WS-IDX-MTF
              MOVE WS-IDX-PRT       TO WS-MTF-IDX-PRT (WS-IDX-MTF)
              MOVE JECH-MOTIF       TO WS-MTF-MOTIF (WS-IDX-MTF)
              MOVE ZERO             TO WS-MTF-NB (WS-IDX-MTF)
           END-IF
           ADD 1                    TO WS-MTF-NB (WS-IDX-MTF)
           .

      *    Partenaire WS-PARTENAIRE-CHERCHE dans la table (ajout a
      *    la premiere rencontre), rendu dans WS-IDX-PRT
       POSITIONNE-PARTENAIRE.
           PERFORM VARYING WS-IDX-PRT FROM 1 BY 1
                   UNTIL   WS-IDX-PRT > WS-NB-PARTENAIRES
                        OR WS-PRT-CODE (WS-IDX-PRT)
                           = WS-PARTENAIRE-CHERCHE
              CONTINUE
           END-PERFORM
           IF WS-IDX-PRT <= WS-NB-PARTENAIRES
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-PARTENAIRES >= 100
              DISPLAY 'ABEND - TABLE DES PARTENAIRES PLEINE (100)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-PARTENAIRES
           MOVE WS-NB-PARTENAIRES   TO WS-IDX-PRT
           INITIALIZE WS-PRT-ENTREE (WS-IDX-PRT)
           MOVE WS-PARTENAIRE-CHERCHE TO WS-PRT-CODE (WS-IDX-PRT)
           .

      *    Bloc d'un partenaire : chaque mesure, son niveau de
      *    service et son verdict
       EDITE-PARTENAIRE.
           MOVE ZERO                TO WS-INDIC-HORS-SLA
           MOVE ZERO                TO WS-IDX-SLA-RETENU
           PERFORM VARYING WS-IDX-SLA FROM 1 BY 1
                   UNTIL   WS-IDX-SLA > WS-NB-SLA
              IF WS-SLA-PARTENAIRE (WS-IDX-SLA) = '********'
                 AND WS-IDX-SLA-RETENU = ZERO
                 MOVE WS-IDX-SLA    TO WS-IDX-SLA-RETENU
              END-IF
           END-PERFORM
      *    Une ligne propre au partenaire prime sur le defaut, ou
      *    qu'elle soit dans le fichier
           PERFORM VARYING WS-IDX-SLA FROM 1 BY 1
                   UNTIL   WS-IDX-SLA > WS-NB-SLA
              IF WS-SLA-PARTENAIRE (WS-IDX-SLA)
                 = WS-PRT-CODE (WS-IDX-PRT)
                 MOVE WS-IDX-SLA    TO WS-IDX-SLA-RETENU
              END-IF
           END-PERFORM

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           WRITE RPSC-REC FROM WS-LIGNE-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           EVALUATE TRUE
              WHEN WS-IDX-SLA-RETENU = ZERO
                 STRING 'PARTENAIRE ' WS-PRT-CODE (WS-IDX-PRT)
                        '  (SANS NIVEAU DE SERVICE CONVENU)'
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WHEN WS-SLA-PARTENAIRE (WS-IDX-SLA-RETENU) = '********'
                 STRING 'PARTENAIRE ' WS-PRT-CODE (WS-IDX-PRT)
                        '  (NIVEAUX DE SERVICE PAR DEFAUT)'
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WHEN OTHER
                 STRING 'PARTENAIRE ' WS-PRT-CODE (WS-IDX-PRT)
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-EVALUATE
           WRITE RPSC-REC FROM WS-LIGNE-RAPPORT

           MOVE WS-PRT-NB-ENVOIS (WS-IDX-PRT) TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  DOCUMENTS ENVOYES         ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RPSC-REC FROM WS-LIGNE-RAPPORT

           IF WS-PRT-NB-ENVOIS (WS-IDX-PRT) > ZERO
              PERFORM EDITE-MESURES-ENVOIS
           END-IF

           MOVE WS-PRT-NB-RETRANS (WS-IDX-PRT) TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  RETRANSMISSIONS           ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           IF WS-PRT-NB-ENVOIS (WS-IDX-PRT) > ZERO
              COMPUTE WS-TAUX ROUNDED
                    = WS-PRT-NB-RETRANS (WS-IDX-PRT) * 100
                    / WS-PRT-NB-ENVOIS (WS-IDX-PRT)
              MOVE WS-TAUX          TO WS-TAUX-EDT
              MOVE WS-TAUX-EDT      TO WS-LIGNE-RAPPORT (41:5)
              MOVE '%'              TO WS-LIGNE-RAPPORT (47:1)
              IF WS-IDX-SLA-RETENU > ZERO
                 MOVE WS-SLA-TAUX-RETR (WS-IDX-SLA-RETENU)
                                    TO WS-SLA-EDT
                 IF WS-TAUX > WS-SLA-TAUX-RETR (WS-IDX-SLA-RETENU)
                    PERFORM NOTE-HORS-SLA
                 ELSE
                    MOVE 'OK'       TO WS-VERDICT
                 END-IF
                 STRING 'SLA <=' WS-SLA-EDT ' %  ' WS-VERDICT
                        DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT (50:)
              END-IF
           END-IF
           WRITE RPSC-REC FROM WS-LIGNE-RAPPORT

           MOVE WS-PRT-NB-ENTRANTS (WS-IDX-PRT) TO WS-NB-EDT
           MOVE WS-PRT-NB-REJETES (WS-IDX-PRT)  TO WS-NB-EDT2
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  DOCUMENTS ENTRANTS        ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RPSC-REC FROM WS-LIGNE-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  REJETES AU CONTENU        ' WS-NB-EDT2
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           IF WS-PRT-NB-ENTRANTS (WS-IDX-PRT) > ZERO
              COMPUTE WS-TAUX ROUNDED
                    = WS-PRT-NB-REJETES (WS-IDX-PRT) * 100
                    / WS-PRT-NB-ENTRANTS (WS-IDX-PRT)
              MOVE WS-TAUX          TO WS-TAUX-EDT
              MOVE WS-TAUX-EDT      TO WS-LIGNE-RAPPORT (41:5)
              MOVE '%'              TO WS-LIGNE-RAPPORT (47:1)
              IF WS-IDX-SLA-RETENU > ZERO
                 MOVE WS-SLA-TAUX-REJ (WS-IDX-SLA-RETENU)
                                    TO WS-SLA-EDT
                 IF WS-TAUX > WS-SLA-TAUX-REJ (WS-IDX-SLA-RETENU)
                    PERFORM NOTE-HORS-SLA
                 ELSE
                    MOVE 'OK'       TO WS-VERDICT
                 END-IF
                 STRING 'SLA <=' WS-SLA-EDT ' %  ' WS-VERDICT
                        DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT (50:)
              END-IF
           END-IF
           WRITE RPSC-REC FROM WS-LIGNE-RAPPORT

           IF WS-PART-HORS-SLA
              ADD 1                 TO WS-NB-PART-HORS-SLA
           END-IF
           .

      *    Mesures rapportees aux documents envoyes du mois
       EDITE-MESURES-ENVOIS.
           COMPUTE WS-TAUX ROUNDED
                 = WS-PRT-NB-ACQUITS (WS-IDX-PRT) * 100
                 / WS-PRT-NB-ENVOIS (WS-IDX-PRT)
           MOVE WS-TAUX             TO WS-TAUX-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  TAUX D''ACQUITTEMENT' DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           MOVE WS-TAUX-EDT         TO WS-LIGNE-RAPPORT (41:5)
           MOVE '%'                 TO WS-LIGNE-RAPPORT (47:1)
           IF WS-IDX-SLA-RETENU > ZERO
              MOVE WS-SLA-TAUX-ACK (WS-IDX-SLA-RETENU) TO WS-SLA-EDT
              IF WS-TAUX < WS-SLA-TAUX-ACK (WS-IDX-SLA-RETENU)
                 PERFORM NOTE-HORS-SLA
              ELSE
                 MOVE 'OK'          TO WS-VERDICT
              END-IF
              STRING 'SLA >=' WS-SLA-EDT ' %  ' WS-VERDICT
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT (50:)
           END-IF
           WRITE RPSC-REC FROM WS-LIGNE-RAPPORT

           IF WS-PRT-NB-ACQUITS (WS-IDX-PRT) > ZERO
              COMPUTE WS-DELAI-MOYEN ROUNDED
                    = WS-PRT-SOMME-DELAI (WS-IDX-PRT)
                    / WS-PRT-NB-ACQUITS (WS-IDX-PRT)
              MOVE WS-DELAI-MOYEN   TO WS-TAUX-EDT
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING '  DELAI MOYEN D''ACQUITTEMENT' DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT
              MOVE WS-TAUX-EDT      TO WS-LIGNE-RAPPORT (41:5)
              MOVE 'J'              TO WS-LIGNE-RAPPORT (47:1)
              IF WS-IDX-SLA-RETENU > ZERO
                 MOVE WS-SLA-DELAI-MOY (WS-IDX-SLA-RETENU)
                                    TO WS-SLA-EDT
                 IF WS-DELAI-MOYEN
                    > WS-SLA-DELAI-MOY (WS-IDX-SLA-RETENU)
                    PERFORM NOTE-HORS-SLA
                 ELSE
                    MOVE 'OK'       TO WS-VERDICT
                 END-IF
                 STRING 'SLA <=' WS-SLA-EDT ' J  ' WS-VERDICT
                        DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT (50:)
              END-IF
              WRITE RPSC-REC FROM WS-LIGNE-RAPPORT

              MOVE WS-PRT-DELAI-MAX (WS-IDX-PRT) TO WS-TAUX-EDT
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING '  DELAI LE PLUS LONG' DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT
              MOVE WS-TAUX-EDT      TO WS-LIGNE-RAPPORT (41:5)
              MOVE 'J'              TO WS-LIGNE-RAPPORT (47:1)
              IF WS-IDX-SLA-RETENU > ZERO
                 MOVE WS-SLA-DELAI-MAX (WS-IDX-SLA-RETENU)
                                    TO WS-SLA-EDT
                 IF WS-PRT-DELAI-MAX (WS-IDX-PRT)
                    > WS-SLA-DELAI-MAX (WS-IDX-SLA-RETENU)
                    PERFORM NOTE-HORS-SLA
                 ELSE
                    MOVE 'OK'       TO WS-VERDICT
                 END-IF
                 STRING 'SLA <=' WS-SLA-EDT ' J  ' WS-VERDICT
                        DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT (50:)
              END-IF
              WRITE RPSC-REC FROM WS-LIGNE-RAPPORT
           END-IF

           COMPUTE WS-TAUX ROUNDED
                 = WS-PRT-NB-NEGATIFS (WS-IDX-PRT) * 100
                 / WS-PRT-NB-ENVOIS (WS-IDX-PRT)
           MOVE WS-TAUX             TO WS-TAUX-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  ACQUITTEMENTS NEGATIFS' DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           MOVE WS-TAUX-EDT         TO WS-LIGNE-RAPPORT (41:5)
           MOVE '%'                 TO WS-LIGNE-RAPPORT (47:1)
           IF WS-IDX-SLA-RETENU > ZERO
              MOVE WS-SLA-TAUX-NACK (WS-IDX-SLA-RETENU) TO WS-SLA-EDT
              IF WS-TAUX > WS-SLA-TAUX-NACK (WS-IDX-SLA-RETENU)
                 PERFORM NOTE-HORS-SLA
              ELSE
                 MOVE 'OK'          TO WS-VERDICT
              END-IF
              STRING 'SLA <=' WS-SLA-EDT ' %  ' WS-VERDICT
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT (50:)
           END-IF
           WRITE RPSC-REC FROM WS-LIGNE-RAPPORT

      *    Repartition des acquittements negatifs par code motif
           PERFORM VARYING WS-IDX-MTF FROM 1 BY 1
                   UNTIL   WS-IDX-MTF > WS-NB-MOTIFS
              IF WS-MTF-IDX-PRT (WS-IDX-MTF) = WS-IDX-PRT
                 COMPUTE WS-TAUX ROUNDED
                       = WS-MTF-NB (WS-IDX-MTF) * 100
                       / WS-PRT-NB-ENVOIS (WS-IDX-PRT)
                 MOVE WS-TAUX       TO WS-TAUX-EDT
                 MOVE WS-MTF-NB (WS-IDX-MTF) TO WS-NB-EDT
                 MOVE SPACES        TO WS-LIGNE-RAPPORT
                 STRING '    MOTIF ' WS-MTF-MOTIF (WS-IDX-MTF)
                        WS-NB-EDT
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                 MOVE WS-TAUX-EDT   TO WS-LIGNE-RAPPORT (41:5)
                 MOVE '%'           TO WS-LIGNE-RAPPORT (47:1)
                 WRITE RPSC-REC FROM WS-LIGNE-RAPPORT
              END-IF
           END-PERFORM
           .

       NOTE-HORS-SLA.
           MOVE 'HORS SLA'          TO WS-VERDICT
           SET WS-PART-HORS-SLA     TO TRUE
           .

       APPELLE-CALENDRIER.
           CALL WS-CALL-FOREX043 USING WS-CAL-FONCTION
                                       WS-CAL-JURIDICTION
                                       WS-CAL-DATE-1
                                       WS-CAL-DATE-2
                                       WS-CAL-DATE-RES
                                       WS-CAL-NB-JOURS
                                       WS-CAL-OUVRE
                                       WS-CAL-STATUT
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
           WRITE RPSC-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-NB-PART-HORS-SLA TO WS-NB-EDT
           STRING 'PARTENAIRES HORS NIVEAU DE SERVICE = ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RPSC-REC FROM WS-LIGNE-RAPPORT
           IF WS-NB-ACK-SANS-ENVOI > ZERO
              MOVE WS-NB-ACK-SANS-ENVOI TO WS-NB-EDT
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING 'ACQUITTEMENTS SANS ENVOI SUIVI     = '
                     WS-NB-EDT
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RPSC-REC FROM WS-LIGNE-RAPPORT
           END-IF
           IF WS-NB-PART-HORS-SLA > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              MOVE WS-NB-PART-HORS-SLA TO WS-NB-EDT
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'PARTSLA '       TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'SCORECARD ' WS-NB-EDT ' PARTENAIRE(S) HORS SLA'
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           CLOSE FIC-JRN-ECHANGES
                 FIC-RAPPORT-SCORE

           DISPLAY 'Scorecard partenaires du mois ' WS-MOIS-DEMANDE
                   ' termine'
           MOVE WS-NB-EVENEMENTS    TO WS-NB-EDT
           DISPLAY 'EVENEMENTS LUS      = ' WS-NB-EDT
           MOVE WS-NB-ENVOIS-SUIVIS TO WS-NB-EDT
           DISPLAY 'ENVOIS SUIVIS       = ' WS-NB-EDT
           MOVE WS-NB-ACK-SANS-ENVOI TO WS-NB-EDT
           DISPLAY 'ACQ. SANS ENVOI     = ' WS-NB-EDT
           MOVE WS-NB-PARTENAIRES   TO WS-NB-EDT
           DISPLAY 'PARTENAIRES         = ' WS-NB-EDT
           MOVE WS-NB-PART-HORS-SLA TO WS-NB-EDT
           DISPLAY 'HORS SLA            = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-JECH'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-JECH      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-EVENEMENTS    TO WS-JSUM-FIC-LUS
           MOVE ZERO                TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
