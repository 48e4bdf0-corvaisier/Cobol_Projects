       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX094.
      *==============================================================*
      * PROGRAMME de maintenance des dossiers KYC des contreparties  *
      *   - La conformite doit reverifier periodiquement les pieces  *
      *     d'identite de chaque contrepartie, suivi jusqu'ici dans  *
      *     un outil a part : le dossier FIC-KYC (KSDS, cle          *
      *     CTP-CODE) porte la notation de risque (F faible, M       *
      *     moyen, E eleve), la date de la derniere revue, son       *
      *     reviseur et l'echeance de la prochaine revue             *
      *   - L'echeance est derivee de la notation : date de revue    *
      *     plus la periodicite en mois de FIC-PARAM-KYC (notation   *
      *     colonne 1, mois colonnes 3-5), par defaut 36 mois pour   *
      *     F, 24 pour M, 12 pour E ; fin de mois ramenee au dernier *
      *     jour du mois d'echeance                                  *
      *   - Mouvements FIC-KYC-MVT, meme mecanique que FOREX055 :    *
      *       R : revue enregistree (notation, date de revue,        *
      *           reviseur) - cree le dossier ou le met a jour       *
      *       N : changement de notation seul, echeance recalculee   *
      *           depuis la derniere revue                           *
      *       S : suppression du dossier                             *
      *     La contrepartie doit exister dans FIC-CONTREPARTIES, la  *
      *     date de revue etre valide et pas dans le futur, le       *
      *     reviseur renseigne                                       *
      *   - Chaque mouvement, applique ou refuse, laisse sa trace    *
      *     dans le journal FIC-KYC-JRN (DISP=MOD)                   *
      *   - Une revue enregistree libere au run suivant de FOREX056  *
      *     les paiements bloques pour revue echue                   *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      *    FIC-KYC : dossiers KYC, en mise a jour par cle
           COPY KYCS.
      * Referentiel des contreparties, controle d'existence
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * Mouvements du jour sur les dossiers KYC
           SELECT FIC-KYC-MVT
                     ASSIGN to FICKYCMV
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-MVT.
      * Journal des mouvements appliques ou refuses
           SELECT FIC-KYC-JRN
                     ASSIGN to FICKYCJR
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-JRN.
      * Periodicite des revues par notation - facultatif
           SELECT FIC-PARAM-KYC
                     ASSIGN to FICPKYC
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PKYC.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
           COPY KYC.

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

      * Mouvement : code (R=revue, N=notation, S=suppression), cle
      * visee et zones de la revue
       FD  FIC-KYC-MVT.
       01  KYCMV-REC.
         10 KYCMV-CODE-MVT     PIC X(01).
             88 KYCMV-REVUE              VALUE 'R'.
             88 KYCMV-NOTATION-SEULE     VALUE 'N'.
             88 KYCMV-SUPPR              VALUE 'S'.
         10 KYCMV-CLE          PIC X(06).
         10 KYCMV-NOTATION     PIC X(01).
             88 KYCMV-NOTATION-VALIDE    VALUE 'F' 'M' 'E'.
         10 KYCMV-DATE-REVUE   PIC X(08).
         10 KYCMV-REVISEUR     PIC X(08).
         10 FILLER             PIC X(56).

      * Journal : horodatage, mouvement, cle, sort et motif, puis
      * notation, echeance et reviseur apres le mouvement
       FD  FIC-KYC-JRN.
       01  KYCJR-REC.
         10 KYCJR-DATE-HEURE   PIC X(17).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 KYCJR-CODE-MVT     PIC X(01).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 KYCJR-CLE          PIC X(06).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 KYCJR-RESULTAT     PIC X(08).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 KYCJR-MOTIF        PIC X(20).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 KYCJR-NOTATION     PIC X(01).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 KYCJR-ECHEANCE     PIC X(08).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 KYCJR-REVISEUR     PIC X(08).
         10 FILLER             PIC X(04)  VALUE SPACE.

      * Periodicite : notation F/M/E, nombre de mois entre revues
       FD  FIC-PARAM-KYC.
       01  PKYC-REC.
         10 PKYC-NOTATION      PIC X(01).
         10 FILLER             PIC X(01).
         10 PKYC-MOIS          PIC 9(03).
         10 FILLER             PIC X(75).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-MVT        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-MVT     PIC 9      VALUE ZERO.
               88 WS-FIN-MVT                   VALUE 1.
           02  WS-STATUS-JRN        PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PKYC       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PKYC    PIC 9      VALUE ZERO.
               88 WS-FIN-PKYC                  VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-MVT-LUS        PIC S9(9)  VALUE ZERO.
           02  WS-NB-REVUES         PIC S9(9)  VALUE ZERO.
           02  WS-NB-CREATIONS      PIC S9(9)  VALUE ZERO.
           02  WS-NB-NOTATIONS      PIC S9(9)  VALUE ZERO.
           02  WS-NB-SUPPRESSIONS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-REFUSES        PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZ9.

      *    Sort reserve au mouvement courant, reporte au journal
       01  WS-RESULTAT-MVT.
           02  WS-MVT-APPLIQUE      PIC 9        VALUE 1.
               88 WS-MVT-EST-APPLIQUE           VALUE 1.
           02  WS-MOTIF-REFUS       PIC X(20)    VALUE SPACE.
           02  WS-INDIC-DOSSIER     PIC 9        VALUE ZERO.
               88 WS-DOSSIER-EXISTE             VALUE 1.

      *    Periodicite des revues en mois, par notation
       01  WS-PERIODICITES.
           02  WS-MOIS-FAIBLE       PIC 9(03)  VALUE 36.
           02  WS-MOIS-MOYEN        PIC 9(03)  VALUE 24.
           02  WS-MOIS-ELEVE        PIC 9(03)  VALUE 12.
       01  WS-NB-MOIS               PIC 9(03)  VALUE ZERO.

      *    Calcul d'echeance : date de revue + n mois, jour ramene
      *    au dernier jour du mois d'arrivee si besoin
       01  WS-DATE-CALC.
           02  WS-DC-ANNEE          PIC 9(04).
           02  WS-DC-MOIS           PIC 9(02).
           02  WS-DC-JOUR           PIC 9(02).
       01  WS-DATE-CALC-NUM REDEFINES WS-DATE-CALC PIC 9(08).
       01  WS-MOIS-TOTAL            PIC S9(7) COMP SYNC VALUE ZERO.
       01  WS-MOIS-RESTE            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-DATE-REVUE            PIC 9(08)  VALUE ZERO.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Statut du dossier KYC
           COPY KYCW.

      *    Date et heure systeme, pour l'horodatage du journal
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
           MOVE 'FOREX094'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE WS-DHS-DATE         TO WS-DATE-DU-JOUR

           PERFORM CHARGE-PERIODICITES

      *    Dossiers : OPEN I-O, le premier OPEN OUTPUT charge un
      *    cluster defini mais jamais charge (statut 35), meme
      *    idiome que FOREX055
           OPEN I-O FIC-KYC
           IF WS-STATUS-KYC = '35'
              OPEN OUTPUT FIC-KYC
              CLOSE FIC-KYC
              OPEN I-O FIC-KYC
           END-IF
           MOVE WS-STATUS-KYC       TO WS-FSTA-STATUT
           MOVE 'FIC-KYC'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-CONTREPARTIES
           MOVE WS-STATUS-CTP       TO WS-FSTA-STATUT
           MOVE 'FIC-CTP'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-KYC-MVT
           MOVE WS-STATUS-MVT       TO WS-FSTA-STATUT
           MOVE 'FIC-KYCMV'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-KYC-JRN
           MOVE WS-STATUS-JRN       TO WS-FSTA-STATUT
           MOVE 'FIC-KYCJR'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           PERFORM LIT-MOUVEMENT
           .

      *    Periodicites par notation - fichier absent ou ligne non
      *    numerique : valeurs par defaut
       CHARGE-PERIODICITES.
           OPEN INPUT FIC-PARAM-KYC
           IF WS-STATUS-PKYC NOT = '00'
              DISPLAY 'FIC-PARAM-KYC absent, periodicites par '
                      'defaut (F ' WS-MOIS-FAIBLE ', M '
                      WS-MOIS-MOYEN ', E ' WS-MOIS-ELEVE ' mois)'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-PKYC
              READ FIC-PARAM-KYC
               AT END
                 SET WS-FIN-PKYC    TO TRUE
               NOT AT END
                 IF PKYC-MOIS NUMERIC AND PKYC-MOIS > ZERO
                    EVALUATE PKYC-NOTATION
                       WHEN 'F'
                          MOVE PKYC-MOIS TO WS-MOIS-FAIBLE
                       WHEN 'M'
                          MOVE PKYC-MOIS TO WS-MOIS-MOYEN
                       WHEN 'E'
                          MOVE PKYC-MOIS TO WS-MOIS-ELEVE
                    END-EVALUATE
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PARAM-KYC
           .

       LIT-MOUVEMENT.
           READ FIC-KYC-MVT
            AT END
              SET WS-FIN-MVT       TO TRUE
            NOT AT END
              MOVE WS-STATUS-MVT   TO WS-FSTA-STATUT
              MOVE 'FIC-KYCMV'     TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-MVT-LUS
           END-READ
           .

       TRAITEMENT.
           MOVE 1                   TO WS-MVT-APPLIQUE
           MOVE SPACE               TO WS-MOTIF-REFUS
           MOVE SPACES              TO KYC-REC

           IF KYCMV-CLE = SPACE
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'CLE A BLANC'    TO WS-MOTIF-REFUS
           ELSE
              EVALUATE TRUE
                 WHEN KYCMV-REVUE
                    PERFORM APPLIQUE-REVUE
                 WHEN KYCMV-NOTATION-SEULE
                    PERFORM APPLIQUE-NOTATION
                 WHEN KYCMV-SUPPR
                    PERFORM APPLIQUE-SUPPRESSION
                 WHEN OTHER
                    MOVE ZERO             TO WS-MVT-APPLIQUE
                    MOVE 'CODE MVT INCONNU'  TO WS-MOTIF-REFUS
              END-EVALUATE
           END-IF

           IF NOT WS-MVT-EST-APPLIQUE
              ADD 1                 TO WS-NB-REFUSES
           END-IF
           PERFORM ECRIT-JOURNAL
           PERFORM LIT-MOUVEMENT
           .

      *    Revue enregistree : contrepartie connue, date de revue
      *    valide et passee, reviseur renseigne, notation valide
      *    (a blanc sur un dossier existant : notation conservee)
       APPLIQUE-REVUE.
           MOVE KYCMV-CLE           TO CTP-CODE
           READ FIC-CONTREPARTIES
              INVALID KEY
                 MOVE ZERO             TO WS-MVT-APPLIQUE
                 MOVE 'CTP INCONNUE'   TO WS-MOTIF-REFUS
           END-READ
           IF NOT WS-MVT-EST-APPLIQUE
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO                TO WS-DATE-REVUE
           IF KYCMV-DATE-REVUE NUMERIC
              MOVE KYCMV-DATE-REVUE TO WS-DATE-REVUE
           END-IF
           EVALUATE TRUE
              WHEN KYCMV-DATE-REVUE NOT NUMERIC
                 MOVE 'DATE REVUE INVALIDE' TO WS-MOTIF-REFUS
              WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-REVUE)
                   NOT = 0
                 MOVE 'DATE REVUE INVALIDE' TO WS-MOTIF-REFUS
              WHEN WS-DATE-REVUE > WS-DATE-DU-JOUR
                 MOVE 'DATE REVUE FUTURE'   TO WS-MOTIF-REFUS
              WHEN KYCMV-REVISEUR = SPACE
                 MOVE 'REVISEUR A BLANC'    TO WS-MOTIF-REFUS
              WHEN KYCMV-NOTATION NOT = SPACE
               AND NOT KYCMV-NOTATION-VALIDE
                 MOVE 'NOTATION INVALIDE'   TO WS-MOTIF-REFUS
           END-EVALUATE
           IF WS-MOTIF-REFUS NOT = SPACE
              MOVE ZERO             TO WS-MVT-APPLIQUE
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO                TO WS-INDIC-DOSSIER
           MOVE KYCMV-CLE           TO KYC-CODE-CTP
           READ FIC-KYC
              INVALID KEY
                 MOVE SPACES        TO KYC-REC
                 MOVE KYCMV-CLE     TO KYC-CODE-CTP
              NOT INVALID KEY
                 SET WS-DOSSIER-EXISTE TO TRUE
           END-READ
           IF KYCMV-NOTATION NOT = SPACE
              MOVE KYCMV-NOTATION   TO KYC-NOTATION
           END-IF
           IF NOT KYC-NOTATION-VALIDE
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'NOTATION ABSENTE'  TO WS-MOTIF-REFUS
              EXIT PARAGRAPH
           END-IF
      *    Une revue plus ancienne que celle du dossier ne le
      *    fait pas reculer
           IF WS-DOSSIER-EXISTE
              AND WS-DATE-REVUE < KYC-DATE-REVUE
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'REVUE ANTERIEURE'  TO WS-MOTIF-REFUS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-REVUE       TO KYC-DATE-REVUE
           MOVE KYCMV-REVISEUR      TO KYC-REVISEUR
           MOVE WS-DATE-DU-JOUR     TO KYC-DATE-MAJ
           PERFORM CALCULE-ECHEANCE

           IF WS-DOSSIER-EXISTE
              REWRITE KYC-REC
                 INVALID KEY
                    MOVE ZERO             TO WS-MVT-APPLIQUE
                    MOVE 'ERREUR REWRITE' TO WS-MOTIF-REFUS
                 NOT INVALID KEY
                    ADD 1                 TO WS-NB-REVUES
              END-REWRITE
           ELSE
              WRITE KYC-REC
                 INVALID KEY
                    MOVE ZERO             TO WS-MVT-APPLIQUE
                    MOVE 'ERREUR WRITE'   TO WS-MOTIF-REFUS
                 NOT INVALID KEY
                    ADD 1                 TO WS-NB-REVUES
                    ADD 1                 TO WS-NB-CREATIONS
              END-WRITE
           END-IF
           .

      *    Changement de notation : l'echeance repart de la
      *    derniere revue avec la periodicite de la nouvelle
      *    notation
       APPLIQUE-NOTATION.
           IF NOT KYCMV-NOTATION-VALIDE
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'NOTATION INVALIDE' TO WS-MOTIF-REFUS
              EXIT PARAGRAPH
           END-IF
           MOVE KYCMV-CLE           TO KYC-CODE-CTP
           READ FIC-KYC
              INVALID KEY
                 MOVE ZERO             TO WS-MVT-APPLIQUE
                 MOVE 'DOSSIER ABSENT' TO WS-MOTIF-REFUS
           END-READ
           IF NOT WS-MVT-EST-APPLIQUE
              EXIT PARAGRAPH
           END-IF
           MOVE KYCMV-NOTATION      TO KYC-NOTATION
           MOVE WS-DATE-DU-JOUR     TO KYC-DATE-MAJ
           PERFORM CALCULE-ECHEANCE
           REWRITE KYC-REC
              INVALID KEY
                 MOVE ZERO             TO WS-MVT-APPLIQUE
                 MOVE 'ERREUR REWRITE' TO WS-MOTIF-REFUS
              NOT INVALID KEY
                 ADD 1                 TO WS-NB-NOTATIONS
           END-REWRITE
           .

       APPLIQUE-SUPPRESSION.
           MOVE KYCMV-CLE           TO KYC-CODE-CTP
           DELETE FIC-KYC
              INVALID KEY
                 MOVE ZERO             TO WS-MVT-APPLIQUE
                 MOVE 'DOSSIER ABSENT' TO WS-MOTIF-REFUS
              NOT INVALID KEY
                 ADD 1                 TO WS-NB-SUPPRESSIONS
           END-DELETE
           .

      *    Echeance = date de revue + periodicite de la notation,
      *    jour ramene au dernier jour du mois d'arrivee (revue du
      *    31 : echeance au 30 ou au 28/29 selon le mois)
       CALCULE-ECHEANCE.
           EVALUATE TRUE
              WHEN KYC-RISQUE-FAIBLE
                 MOVE WS-MOIS-FAIBLE TO WS-NB-MOIS
              WHEN KYC-RISQUE-MOYEN
                 MOVE WS-MOIS-MOYEN TO WS-NB-MOIS
              WHEN OTHER
                 MOVE WS-MOIS-ELEVE TO WS-NB-MOIS
           END-EVALUATE
           MOVE KYC-DATE-REVUE      TO WS-DATE-CALC-NUM
           COMPUTE WS-MOIS-TOTAL = WS-DC-ANNEE * 12
                                 + WS-DC-MOIS - 1 + WS-NB-MOIS
           DIVIDE WS-MOIS-TOTAL BY 12
              GIVING WS-DC-ANNEE REMAINDER WS-MOIS-RESTE
           COMPUTE WS-DC-MOIS = WS-MOIS-RESTE + 1
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD
                         (WS-DATE-CALC-NUM) = 0
              SUBTRACT 1            FROM WS-DC-JOUR
           END-PERFORM
           MOVE WS-DATE-CALC-NUM    TO KYC-DATE-ECHEANCE
           .

       ECRIT-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           STRING WS-DHS-ANNEE "-" WS-DHS-MOIS "-" WS-DHS-JOUR "-"
                  WS-DHS-HEURE WS-DHS-MINUTE WS-DHS-SECONDE
                  DELIMITED BY SIZE
             INTO WS-DATE-HEURE-EDT
           MOVE SPACES              TO KYCJR-REC
           MOVE WS-DATE-HEURE-EDT   TO KYCJR-DATE-HEURE
           MOVE KYCMV-CODE-MVT      TO KYCJR-CODE-MVT
           MOVE KYCMV-CLE           TO KYCJR-CLE
           MOVE KYCMV-REVISEUR      TO KYCJR-REVISEUR
           IF WS-MVT-EST-APPLIQUE
              MOVE 'APPLIQUE'       TO KYCJR-RESULTAT
              IF NOT KYCMV-SUPPR
                 MOVE KYC-NOTATION  TO KYCJR-NOTATION
                 MOVE KYC-DATE-ECHEANCE TO KYCJR-ECHEANCE
              END-IF
           ELSE
              MOVE 'REFUSE  '       TO KYCJR-RESULTAT
              MOVE WS-MOTIF-REFUS   TO KYCJR-MOTIF
           END-IF
           WRITE KYCJR-REC
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           MOVE WS-NB-MVT-LUS       TO WS-NB-EDT
           DISPLAY 'Maintenance des dossiers KYC terminee'
           DISPLAY 'MOUVEMENTS LUS = ' WS-NB-EDT
           MOVE WS-NB-REVUES        TO WS-NB-EDT
           DISPLAY 'REVUES         = ' WS-NB-EDT
           MOVE WS-NB-CREATIONS     TO WS-NB-EDT
           DISPLAY ' DONT CREATIONS= ' WS-NB-EDT
           MOVE WS-NB-NOTATIONS     TO WS-NB-EDT
           DISPLAY 'NOTATIONS      = ' WS-NB-EDT
           MOVE WS-NB-SUPPRESSIONS  TO WS-NB-EDT
           DISPLAY 'SUPPRESSIONS   = ' WS-NB-EDT
           MOVE WS-NB-REFUSES       TO WS-NB-EDT
           DISPLAY 'REFUSES        = ' WS-NB-EDT

           CLOSE FIC-KYC
                 FIC-CONTREPARTIES
                 FIC-KYC-MVT
                 FIC-KYC-JRN

           IF WS-NB-REFUSES > ZERO
              MOVE 4                TO RETURN-CODE
              MOVE 4                TO WS-JSUM-SEVERITE
           END-IF

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-KYCMV'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-MVT       TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-MVT-LUS       TO WS-JSUM-FIC-LUS
           MOVE WS-NB-REFUSES       TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-KYC'           TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-KYC       TO WS-JSUM-FIC-STATUT
           COMPUTE WS-JSUM-FIC-ECRITS = WS-NB-REVUES
                                      + WS-NB-NOTATIONS
                                      + WS-NB-SUPPRESSIONS
           PERFORM NOTE-FICHIER-RESUME
           PERFORM EMET-RESUME-JOB

           GOBACK.
