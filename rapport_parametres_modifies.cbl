       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX093.
      *==============================================================*
      * PROGRAMME de rapport des parametres modifies                 *
      *   - Rapport de nuit du registre des parametres               *
      *     (FIC-REGISTRE-PARAM, tenu par FOREX091) : toutes les     *
      *     versions saisies depuis la veille (horodatage de saisie  *
      *     pas anterieur a la date de depart), avec membre, date    *
      *     d'effet, operateur, motif, et les lignes retirees (-)    *
      *     et ajoutees (+) par rapport a la version qu'elles        *
      *     remplacent ; une ligne modifiee sort en - puis +         *
      *   - Les tentatives rejetees de la meme periode sont reprises *
      *     de la piste FIC-AUDIT-PARAM avec leur cause              *
      *   - Carte FIC-PARAM-DEPUIS facultative : date de depart      *
      *     aaaammjj en colonne 1 (absente = veille du jour)         *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Date de depart du rapport - facultatif
           SELECT FIC-PARAM-DEPUIS
                     ASSIGN to FICPDEP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PDEP.
      * Piste d'audit des versions saisies (FOREX091) - facultatif
           SELECT FIC-AUDIT-PARAM
                     ASSIGN to FICAUDP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AUDP.
      * Rapport des parametres modifies (132 colonnes)
           SELECT FIC-RAPPORT-PARAM
                     ASSIGN to FICRPRM
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RPRM.
      *    FIC-REGISTRE-PARAM : le registre des parametres
           COPY REGPS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM-DEPUIS.
       01  PDEP-REC.
         10 PDEP-DATE          PIC X(08).
         10 FILLER             PIC X(72).

      * Trace d'une version (dessin FOREX091)
       FD  FIC-AUDIT-PARAM.
       01  AUDP-REC.
         10 AUDP-HORODATAGE    PIC X(14).
         10 FILLER             PIC X(01).
         10 AUDP-FICHIER       PIC X(08).
         10 FILLER             PIC X(01).
         10 AUDP-DATE-EFFET    PIC X(08).
         10 FILLER             PIC X(01).
         10 AUDP-OPERATEUR     PIC X(08).
         10 FILLER             PIC X(01).
         10 AUDP-RESULTAT      PIC X(08).
         10 FILLER             PIC X(01).
         10 AUDP-NB-LIGNES     PIC 9(04).
         10 FILLER             PIC X(01).
         10 AUDP-NB-AJOUTS     PIC 9(04).
         10 FILLER             PIC X(01).
         10 AUDP-NB-MODIFS     PIC 9(04).
         10 FILLER             PIC X(01).
         10 AUDP-NB-SUPPR      PIC 9(04).
         10 FILLER             PIC X(01).
         10 AUDP-PRECEDENTE    PIC 9(08).
         10 FILLER             PIC X(01).
         10 AUDP-MOTIF         PIC X(40).
         10 FILLER             PIC X(01).
         10 AUDP-CAUSE         PIC X(30).
         10 FILLER             PIC X(08).

       FD  FIC-RAPPORT-PARAM.
       01  RPRM-REC            PIC X(132).

           COPY REGP.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PDEP       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-AUDP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-AUDP    PIC 9      VALUE ZERO.
               88 WS-FIN-AUDP                  VALUE 1.
           02  WS-STATUS-RPRM       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-TROUVE      PIC 9      VALUE ZERO.
               88 WS-TROUVE                    VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-LUS            PIC S9(9)  VALUE ZERO.
           02  WS-NB-REJETEES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-RAPPORT PIC S9(9)  VALUE ZERO.
           02  WS-NB-RETIREES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-AJOUTEES       PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.

      *    Date de depart : les versions saisies ce jour-la ou apres
       01  WS-DATE-DEPUIS           PIC 9(08)  VALUE ZERO.
       01  WS-JOURS-ENTIERS         PIC S9(9) COMP SYNC VALUE ZERO.

      *    Versions saisies depuis la date de depart
       01  WS-NB-MODIFIEES          PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-MODIFIEES.
           02  WS-MOD-ENTREE OCCURS 200.
               05 WS-MOD-FICHIER    PIC X(08).
               05 WS-MOD-DATE-EFFET PIC 9(08).
               05 WS-MOD-OPERATEUR  PIC X(08).
               05 WS-MOD-MOTIF      PIC X(40).
               05 WS-MOD-HORODATAGE PIC X(14).
               05 WS-MOD-NB-LIGNES  PIC 9(04).
               05 WS-MOD-PRECEDENTE PIC 9(08).
       01  WS-IDX-MOD               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Lignes de la nouvelle version ; l'ancienne est chargee
      *    dans la table du registre (REGPW)
       01  WS-NB-NOUVELLES          PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-NOUVELLES.
           02  WS-NOU-LIGNE         PIC X(80)  OCCURS 500.
       01  WS-IDX-NOU               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-ANC               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-NUM-EDT               PIC 9(04)  VALUE ZERO.

       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.

       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).

      *    Registre des parametres
           COPY REGPW.
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
           PERFORM INIT             *> Init, date de depart
           PERFORM RELEVE-VERSIONS  *> Versions saisies depuis
           PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                   UNTIL   WS-IDX-MOD > WS-NB-MODIFIEES
              PERFORM EDITE-VERSION *> En-tete et lignes -/+
           END-PERFORM
           PERFORM EDITE-REJETS     *> Tentatives rejetees
           PERFORM FIN              *> Fermetures, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX093'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

      *    Date de depart : carte, sinon la veille
           COMPUTE WS-JOURS-ENTIERS
                 = FUNCTION INTEGER-OF-DATE (WS-DHS-DATE) - 1
           COMPUTE WS-DATE-DEPUIS
                 = FUNCTION DATE-OF-INTEGER (WS-JOURS-ENTIERS)
           OPEN INPUT FIC-PARAM-DEPUIS
           IF WS-STATUS-PDEP = '00'
              READ FIC-PARAM-DEPUIS
               NOT AT END
                 IF PDEP-DATE NUMERIC
                    MOVE PDEP-DATE  TO WS-DATE-DEPUIS
                 END-IF
              END-READ
              CLOSE FIC-PARAM-DEPUIS
           END-IF

           OPEN INPUT FIC-REGISTRE-PARAM
           MOVE WS-STATUS-REGP      TO WS-FSTA-STATUT
           MOVE 'FIC-REGP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-PARAM
           MOVE WS-STATUS-RPRM      TO WS-FSTA-STATUT
           MOVE 'FIC-RPRM'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'FOREX093 - PARAMETRES MODIFIES DEPUIS LE '
                  WS-DATE-DEPUIS '   EDITE LE ' WS-DHS-DATE
                  ' A ' WS-DHS-HEURE
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE ALL '='             TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

      *    Lecture complete du registre : en-tetes de version dont
      *    l'horodatage de saisie n'est pas anterieur au depart
       RELEVE-VERSIONS.
           MOVE ZERO                TO WS-REGP-INDIC-FIN
           PERFORM UNTIL WS-REGP-FIN
              READ FIC-REGISTRE-PARAM NEXT RECORD
                 AT END
                    SET WS-REGP-FIN TO TRUE
                 NOT AT END
                    ADD 1           TO WS-NB-LUS
                    IF REGP-LIGNE = ZERO
                       AND REGP-V-HORODATAGE (1:8) >= WS-DATE-DEPUIS
                       PERFORM RETIENT-VERSION
                    END-IF
              END-READ
           END-PERFORM
           IF WS-NB-MODIFIEES = ZERO
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE
              MOVE '  AUCUN PARAMETRE MODIFIE SUR LA PERIODE'
                                    TO WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE
           END-IF
           .

       RETIENT-VERSION.
           IF WS-NB-MODIFIEES >= 200
              DISPLAY 'ABEND - TABLE DES VERSIONS MODIFIEES '
                      'PLEINE (200)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-MODIFIEES
           MOVE REGP-FICHIER        TO WS-MOD-FICHIER (WS-NB-MODIFIEES)
           MOVE REGP-DATE-EFFET
                         TO WS-MOD-DATE-EFFET (WS-NB-MODIFIEES)
           MOVE REGP-V-OPERATEUR
                         TO WS-MOD-OPERATEUR (WS-NB-MODIFIEES)
           MOVE REGP-V-MOTIF        TO WS-MOD-MOTIF (WS-NB-MODIFIEES)
           MOVE REGP-V-HORODATAGE
                         TO WS-MOD-HORODATAGE (WS-NB-MODIFIEES)
           MOVE REGP-V-NB-LIGNES
                         TO WS-MOD-NB-LIGNES (WS-NB-MODIFIEES)
           MOVE REGP-V-PRECEDENTE
                         TO WS-MOD-PRECEDENTE (WS-NB-MODIFIEES)
           .

      *    Une version : en-tete, puis lignes de l'ancienne absentes
      *    de la nouvelle (-) et lignes de la nouvelle absentes de
      *    l'ancienne (+), numerotees dans leur version
       EDITE-VERSION.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           STRING 'MEMBRE ' WS-MOD-FICHIER (WS-IDX-MOD)
                  '   VERSION DU ' WS-MOD-DATE-EFFET (WS-IDX-MOD)
                  '   SAISIE LE ' WS-MOD-HORODATAGE (WS-IDX-MOD)
                  ' PAR ' WS-MOD-OPERATEUR (WS-IDX-MOD)
                  '   ' WS-MOD-NB-LIGNES (WS-IDX-MOD) ' LIGNE(S)'
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           STRING '  MOTIF : ' WS-MOD-MOTIF (WS-IDX-MOD)
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           IF WS-MOD-PRECEDENTE (WS-IDX-MOD) = ZERO
              MOVE '  PREMIERE VERSION DU MEMBRE'
                                    TO WS-LIGNE-RAPPORT
           ELSE
              STRING '  PAR RAPPORT A LA VERSION DU '
                     WS-MOD-PRECEDENTE (WS-IDX-MOD)
                     DELIMITED BY SIZE
                INTO WS-LIGNE-RAPPORT
           END-IF
           PERFORM ECRIT-LIGNE

      *    Nouvelle version, puis ancienne dans la table du registre
           MOVE WS-MOD-FICHIER (WS-IDX-MOD)    TO WS-REGP-FICHIER
           MOVE WS-MOD-DATE-EFFET (WS-IDX-MOD) TO WS-REGP-DATE-VIGUEUR
           PERFORM CHARGE-VERSION
           MOVE WS-REGP-NB-LIGNES   TO WS-NB-NOUVELLES
           PERFORM VARYING WS-IDX-NOU FROM 1 BY 1
                   UNTIL   WS-IDX-NOU > WS-NB-NOUVELLES
              MOVE WS-REGP-LIGNE (WS-IDX-NOU)
                                    TO WS-NOU-LIGNE (WS-IDX-NOU)
           END-PERFORM
           MOVE WS-MOD-PRECEDENTE (WS-IDX-MOD) TO WS-REGP-DATE-VIGUEUR
           PERFORM CHARGE-VERSION

           PERFORM VARYING WS-IDX-ANC FROM 1 BY 1
                   UNTIL   WS-IDX-ANC > WS-REGP-NB-LIGNES
              MOVE ZERO             TO WS-INDIC-TROUVE
              PERFORM VARYING WS-IDX-NOU FROM 1 BY 1
                      UNTIL   WS-IDX-NOU > WS-NB-NOUVELLES
                           OR WS-TROUVE
                 IF WS-NOU-LIGNE (WS-IDX-NOU)
                    = WS-REGP-LIGNE (WS-IDX-ANC)
                    SET WS-TROUVE   TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-TROUVE
                 MOVE WS-IDX-ANC    TO WS-NUM-EDT
                 STRING '  - ' WS-NUM-EDT ' '
                        WS-REGP-LIGNE (WS-IDX-ANC)
                        DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
                 PERFORM ECRIT-LIGNE
                 ADD 1              TO WS-NB-RETIREES
              END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-NOU FROM 1 BY 1
                   UNTIL   WS-IDX-NOU > WS-NB-NOUVELLES
              MOVE ZERO             TO WS-INDIC-TROUVE
              PERFORM VARYING WS-IDX-ANC FROM 1 BY 1
                      UNTIL   WS-IDX-ANC > WS-REGP-NB-LIGNES
                           OR WS-TROUVE
                 IF WS-REGP-LIGNE (WS-IDX-ANC)
                    = WS-NOU-LIGNE (WS-IDX-NOU)
                    SET WS-TROUVE   TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-TROUVE
                 MOVE WS-IDX-NOU    TO WS-NUM-EDT
                 STRING '  + ' WS-NUM-EDT ' '
                        WS-NOU-LIGNE (WS-IDX-NOU)
                        DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
                 PERFORM ECRIT-LIGNE
                 ADD 1              TO WS-NB-AJOUTEES
              END-IF
           END-PERFORM
           .

      *    Tentatives rejetees de la periode, reprises de la piste
      *    d'audit - piste absente : section omise
       EDITE-REJETS.
           OPEN INPUT FIC-AUDIT-PARAM
           IF WS-STATUS-AUDP NOT = '00'
              DISPLAY 'FIC-AUDIT-PARAM absent, tentatives rejetees '
                      'non editees'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-AUDP
              READ FIC-AUDIT-PARAM
               AT END
                 SET WS-FIN-AUDP    TO TRUE
               NOT AT END
                 IF AUDP-RESULTAT = 'REJETEE'
                    AND AUDP-HORODATAGE (1:8) >= WS-DATE-DEPUIS
                    IF WS-NB-REJETEES = ZERO
                       MOVE SPACES  TO WS-LIGNE-RAPPORT
                       PERFORM ECRIT-LIGNE
                       MOVE 'TENTATIVES REJETEES'
                                    TO WS-LIGNE-RAPPORT
                       PERFORM ECRIT-LIGNE
                    END-IF
                    ADD 1           TO WS-NB-REJETEES
                    STRING '  ' AUDP-HORODATAGE ' ' AUDP-FICHIER
                           ' ' AUDP-DATE-EFFET ' ' AUDP-OPERATEUR
                           ' ' AUDP-CAUSE ' ' AUDP-MOTIF
                           DELIMITED BY SIZE
                      INTO WS-LIGNE-RAPPORT
                    PERFORM ECRIT-LIGNE
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-AUDIT-PARAM
           .

       ECRIT-LIGNE.
           WRITE RPRM-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RPRM      TO WS-FSTA-STATUT
           MOVE 'FIC-RPRM'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-LIGNES-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Lecture du registre des parametres
           COPY REGPP.
      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE WS-NB-MODIFIEES     TO WS-NB-EDT
           STRING 'VERSIONS SAISIES : ' WS-NB-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE WS-NB-REJETEES      TO WS-NB-EDT
           STRING 'TENTATIVES REJETEES : ' WS-NB-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE

           CLOSE FIC-REGISTRE-PARAM
                 FIC-RAPPORT-PARAM

           DISPLAY 'Rapport des parametres modifies termine'
           MOVE WS-NB-MODIFIEES     TO WS-NB-EDT
           DISPLAY 'VERSIONS SAISIES    = ' WS-NB-EDT
           MOVE WS-NB-RETIREES      TO WS-NB-EDT
           DISPLAY 'LIGNES RETIREES     = ' WS-NB-EDT
           MOVE WS-NB-AJOUTEES      TO WS-NB-EDT
           DISPLAY 'LIGNES AJOUTEES     = ' WS-NB-EDT
           MOVE WS-NB-REJETEES      TO WS-NB-EDT
           DISPLAY 'TENTATIVES REJETEES = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-REGP'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-REGP      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LUS           TO WS-JSUM-FIC-LUS
           MOVE ZERO                TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-RPRM'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-RPRM      TO WS-JSUM-FIC-STATUT
           MOVE ZERO                TO WS-JSUM-FIC-LUS
           MOVE WS-NB-LIGNES-RAPPORT TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
