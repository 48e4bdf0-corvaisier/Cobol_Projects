       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX071.
      *==============================================================*
      * PROGRAMME d'annulation et de rappel des paiements            *
      *   - Une instruction ecrite par FOREX056 ne s'arretait que    *
      *     par une retouche manuelle de FIC-PAIEMENTS avant envoi,  *
      *     qui cassait le total de hachage du trailer               *
      *   - Les demandes d'annulation (FIC-DEMANDES-ANNUL, cle       *
      *     PAIE-REF, operateur et motif obligatoires) sont          *
      *     traitees en deux cas :                                   *
      *       . instruction pas encore transmise (presente dans      *
      *         FIC-PAIEMENTS du jour) : elle est retiree du         *
      *         fichier, recopie dans FIC-PAIEMENTS-NOUV avec un     *
      *         trailer recalcule                                    *
      *       . instruction deja transmise et non denouee (suspens   *
      *         de FOREX057) : une instruction de rappel part dans   *
      *         FIC-RAPPELS-BANQUE et le paiement est marque         *
      *         "rappel en attente" au registre FIC-RAPPELS, que     *
      *         FOREX057 solde s'il ne parait jamais au releve       *
      *   - Toute demande, executee ou refusee, laisse une trace     *
      *     horodatee (operateur, motif, action) dans la piste       *
      *     FIC-AUDIT-ANNUL                                          *
      *   - Le trailer de FIC-PAIEMENTS est verifie avant tout : un  *
      *     fichier en ecart n'est pas recopie (RC 16)               *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Demandes d'annulation saisies par les operateurs
           SELECT FIC-DEMANDES-ANNUL
                     ASSIGN to FICDANN
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-DANN.
      *    FIC-PAIEMENTS : instructions du jour pas encore transmises
      *    (FOREX056, avec trailer)
           COPY PAIES.
      * Instructions du jour, demandes d'annulation retirees
           SELECT FIC-PAIEMENTS-NOUV
                     ASSIGN to FICPAIN
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PAIN.
      * Paiements transmis non denoues (suspens de FOREX057)
           SELECT FIC-SUSPENS-PREC
                     ASSIGN to FICSUSP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-SUSP.
      *    FIC-RAPPELS : registre des rappels, partage avec FOREX057
           COPY RAPS.
      * Instructions de rappel a destination de la banque
           SELECT FIC-RAPPELS-BANQUE
                     ASSIGN to FICRAPL
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RAPL.
      * Piste d'audit des annulations (DISP=MOD dans le JCL)
           SELECT FIC-AUDIT-ANNUL
                     ASSIGN to FICAANN
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AANN.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Demande : reference de l'instruction, operateur, motif
       FD  FIC-DEMANDES-ANNUL.
       01  DANN-REC.
         10 DANN-REF           PIC X(16).
         10 FILLER             PIC X(01).
         10 DANN-OPERATEUR     PIC X(08).
         10 FILLER             PIC X(01).
         10 DANN-MOTIF         PIC X(40).
         10 FILLER             PIC X(14).

      * Instruction de paiement : dessin partage avec FOREX056
           COPY PAIE.

      * Instruction recopiee (dessin PAIE)
       FD  FIC-PAIEMENTS-NOUV.
       01  PAIN-REC             PIC X(200).

      * Suspens : meme dessin que FOREX057
       FD  FIC-SUSPENS-PREC.
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

           COPY RAP.

      * Instruction de rappel : reference et montant de
      * l'instruction d'origine, date et motif de la demande
       FD  FIC-RAPPELS-BANQUE.
       01  RAPL-REC.
         10 RAPL-TYPE          PIC X(06).
         10 FILLER             PIC X(01).
         10 RAPL-REF           PIC X(16).
         10 FILLER             PIC X(01).
         10 RAPL-MONTANT       PIC 9(09)V99.
         10 FILLER             PIC X(01).
         10 RAPL-DATE-DEMANDE  PIC 9(08).
         10 FILLER             PIC X(01).
         10 RAPL-MOTIF         PIC X(35).

      * Trace d'une demande : action SUPPRIMEE, RAPPEL ou REFUSEE,
      * et la raison du refus le cas echeant
       FD  FIC-AUDIT-ANNUL.
       01  AANN-REC.
         10 AANN-DATE-HEURE    PIC X(17).
         10 FILLER             PIC X(01).
         10 AANN-REF           PIC X(16).
         10 FILLER             PIC X(01).
         10 AANN-ACTION        PIC X(10).
         10 FILLER             PIC X(01).
         10 AANN-OPERATEUR     PIC X(08).
         10 FILLER             PIC X(01).
         10 AANN-MOTIF         PIC X(40).
         10 FILLER             PIC X(01).
         10 AANN-REFUS         PIC X(20).
         10 FILLER             PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-DANN       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-DANN    PIC 9      VALUE ZERO.
               88 WS-FIN-DANN                  VALUE 1.
           02  WS-STATUS-PAIE       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PAIE    PIC 9      VALUE ZERO.
               88 WS-FIN-PAIE                  VALUE 1.
           02  WS-STATUS-PAIN       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-SUSP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-SUSP    PIC 9      VALUE ZERO.
               88 WS-FIN-SUSP                  VALUE 1.
           02  WS-STATUS-RAP        PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RAPL       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-AANN       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-DEMANDES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-PAIE-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-PAIE-ECRITS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-SUPPRIMEES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-RAPPELS        PIC S9(9)  VALUE ZERO.
           02  WS-NB-REFUSEES       PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.

      *    Demandes du jour : la reference cherchee dans les
      *    instructions du jour, puis dans les suspens transmis
       01  WS-NB-DEM                PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-DEMANDES.
           02  WS-DEM-ENTREE OCCURS 500.
               05 WS-DEM-REF        PIC X(16).
               05 WS-DEM-OPERATEUR  PIC X(08).
               05 WS-DEM-MOTIF      PIC X(40).
      *           blanc = a traiter, S = supprimee avant envoi,
      *           R = rappel emis, X = refusee
               05 WS-DEM-ETAT       PIC X(01).
                   88 WS-DEM-A-TRAITER         VALUE SPACE.
                   88 WS-DEM-SUPPRIMEE         VALUE 'S'.
                   88 WS-DEM-RAPPELEE          VALUE 'R'.
                   88 WS-DEM-REFUSEE           VALUE 'X'.
               05 WS-DEM-REFUS      PIC X(20).
       01  WS-IDX-DEM               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-DEM-TROUVEE     PIC 9      VALUE ZERO.
           88 WS-DEM-TROUVEE                   VALUE 1.
       01  WS-REF-CHERCHEE          PIC X(16)  VALUE SPACE.

      *    Trailer de controle de FIC-PAIEMENTS (FOREX056) :
      *    comptage et hachage attendus contre le reellement lu
       01  WS-TRAILER-AMONT.
           02  WS-INDIC-TRL-VU      PIC 9      VALUE ZERO.
               88 WS-TRAILER-VU                VALUE 1.
           02  WS-HASH-PAIE-LU      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TRAILER-PAIE-LU.
           02  FILLER               PIC X(10).
           02  WS-TRL-LU-NB         PIC 9(09).
           02  FILLER               PIC X(01).
           02  WS-TRL-LU-HASH       PIC 9(13)V99.
           02  FILLER               PIC X(165).

      *    Instructions du jour a conserver, gardees jusqu'au controle
      *    du trailer : rien n'est recopie d'un fichier en ecart
       01  WS-NB-CONSERVEES         PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-CONSERVEES.
           02  WS-CNS-ENTREE OCCURS 5000.
               05 WS-CNS-IMAGE      PIC X(200).
       01  WS-IDX-CNS               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Trailer recalcule de FIC-PAIEMENTS-NOUV, meme forme que
      *    celui de FOREX056
       01  WS-TRAILER-PAIEMENTS.
           02  FILLER               PIC X(10)  VALUE '*TRAILER**'.
           02  WS-TRL-NB            PIC 9(09).
           02  FILLER               PIC X(01)  VALUE SPACE.
           02  WS-TRL-HASH          PIC 9(13)V99.
           02  FILLER               PIC X(165) VALUE SPACE.
       01  WS-HASH-NOUV             PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    Trailer de FIC-RAPPELS-BANQUE
       01  WS-TRAILER-RAPPELS.
           02  FILLER               PIC X(10)  VALUE '*TRAILER**'.
           02  WS-TRL-RAP-NB        PIC 9(09).
           02  FILLER               PIC X(01)  VALUE SPACE.
           02  WS-TRL-RAP-HASH      PIC 9(13)V99.
           02  FILLER               PIC X(45)  VALUE SPACE.
       01  WS-HASH-RAPPELS          PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.

      *    Date et heure systeme : date du rappel, horodatage audit
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-ANNEE         PIC 9(04).
           02  WS-DHS-MOIS          PIC 9(02).
           02  WS-DHS-JOUR          PIC 9(02).
           02  WS-DHS-HEURE         PIC 9(02).
           02  WS-DHS-MINUTE        PIC 9(02).
           02  WS-DHS-SECONDE       PIC 9(02).
           02  FILLER               PIC X(07).
       01  WS-DATE-JOUR             PIC 9(08)  VALUE ZERO.
       01  WS-DATE-HEURE-EDT        PIC X(17)  VALUE SPACE.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Init, demandes du jour
           PERFORM TRAITEMENT     *> Instructions du jour EN BOUCLE
             UNTIL WS-FIN-PAIE
           PERFORM ECRIT-PAIEMENTS-NOUV
           PERFORM TRAITE-TRANSMIS *> Rappel des paiements transmis
           PERFORM ECRIT-AUDIT-DEMANDES
           PERFORM FIN            *> Fin du programme
           .

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX071'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE WS-DATE-HEURE-SYS (1:8) TO WS-DATE-JOUR
           STRING WS-DHS-ANNEE "-" WS-DHS-MOIS "-" WS-DHS-JOUR
                  "-" WS-DHS-HEURE WS-DHS-MINUTE WS-DHS-SECONDE
                  DELIMITED BY SIZE
             INTO WS-DATE-HEURE-EDT

           PERFORM CHARGE-DEMANDES

           OPEN INPUT FIC-PAIEMENTS
           MOVE WS-STATUS-PAIE      TO WS-FSTA-STATUT
           MOVE 'FIC-PAIE'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-PAIEMENTS-NOUV
           MOVE WS-STATUS-PAIN      TO WS-FSTA-STATUT
           MOVE 'FIC-PAIN'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPELS-BANQUE
           MOVE WS-STATUS-RAPL      TO WS-FSTA-STATUT
           MOVE 'FIC-RAPL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Registre des rappels : un cluster defini mais jamais
      *    charge (statut 35) est charge par un premier OPEN OUTPUT,
      *    puis rouvert en I-O pour la lecture par cle
           OPEN I-O FIC-RAPPELS
           IF WS-STATUS-RAP = '35'
              OPEN OUTPUT FIC-RAPPELS
              CLOSE FIC-RAPPELS
              OPEN I-O FIC-RAPPELS
           END-IF
           MOVE WS-STATUS-RAP       TO WS-FSTA-STATUT
           MOVE 'FIC-RAP'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    La piste d'audit est partagee (DISP=MOD dans le JCL)
           OPEN EXTEND FIC-AUDIT-ANNUL
           IF WS-STATUS-AANN NOT = '00'
              OPEN OUTPUT FIC-AUDIT-ANNUL
              MOVE WS-STATUS-AANN   TO WS-FSTA-STATUT
              MOVE 'FIC-AANN'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF

           PERFORM LIT-PAIEMENT
           .

      *    Demandes du jour - sans fichier de demandes, les
      *    instructions sont recopiees telles quelles
       CHARGE-DEMANDES.
           OPEN INPUT FIC-DEMANDES-ANNUL
           IF WS-STATUS-DANN NOT = '00'
              DISPLAY 'FOREX071 : pas de demande d''annulation, '
                      'instructions recopiees telles quelles'
              EXIT PARAGRAPH
           END-IF
           PERFORM LIT-DEMANDE
             UNTIL WS-FIN-DANN
           CLOSE FIC-DEMANDES-ANNUL
           .

       LIT-DEMANDE.
           READ FIC-DEMANDES-ANNUL
            AT END
              SET WS-FIN-DANN      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-DEMANDES
              PERFORM CONTROLE-DEMANDE
           END-READ
           .

      *    Une demande sans operateur ni motif est refusee d'emblee :
      *    aucune annulation ne part sans responsable
       CONTROLE-DEMANDE.
           IF WS-NB-DEM >= 500
              DISPLAY 'ABEND - TABLE DES DEMANDES PLEINE (500)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF

           MOVE DANN-REF            TO WS-REF-CHERCHEE
           PERFORM RECHERCHE-DEMANDE

           ADD 1                    TO WS-NB-DEM
           MOVE DANN-REF            TO WS-DEM-REF (WS-NB-DEM)
           MOVE DANN-OPERATEUR      TO WS-DEM-OPERATEUR (WS-NB-DEM)
           MOVE DANN-MOTIF          TO WS-DEM-MOTIF (WS-NB-DEM)
           MOVE SPACE               TO WS-DEM-ETAT (WS-NB-DEM)
           MOVE SPACE               TO WS-DEM-REFUS (WS-NB-DEM)
           EVALUATE TRUE
              WHEN DANN-REF = SPACE
                 MOVE 'REFERENCE ABSENTE'
                   TO WS-DEM-REFUS (WS-NB-DEM)
              WHEN DANN-OPERATEUR = SPACE
                 MOVE 'OPERATEUR ABSENT'
                   TO WS-DEM-REFUS (WS-NB-DEM)
              WHEN DANN-MOTIF = SPACE
                 MOVE 'MOTIF ABSENT'
                   TO WS-DEM-REFUS (WS-NB-DEM)
              WHEN WS-DEM-TROUVEE
                 MOVE 'DEMANDE EN DOUBLE'
                   TO WS-DEM-REFUS (WS-NB-DEM)
           END-EVALUATE
           IF WS-DEM-REFUS (WS-NB-DEM) NOT = SPACE
              MOVE 'X'              TO WS-DEM-ETAT (WS-NB-DEM)
           END-IF
           .

      *    Demande a traiter portant la reference WS-REF-CHERCHEE
       RECHERCHE-DEMANDE.
           MOVE ZERO                TO WS-INDIC-DEM-TROUVEE
           PERFORM VARYING WS-IDX-DEM
                   FROM    1 BY 1
                   UNTIL   WS-IDX-DEM > WS-NB-DEM
                        OR WS-DEM-TROUVEE
              IF WS-DEM-REF (WS-IDX-DEM) = WS-REF-CHERCHEE
                 AND WS-DEM-A-TRAITER (WS-IDX-DEM)
                 SET WS-DEM-TROUVEE TO TRUE
              END-IF
           END-PERFORM
           IF WS-DEM-TROUVEE
              SUBTRACT 1            FROM WS-IDX-DEM
           END-IF
           .

       LIT-PAIEMENT.
           READ FIC-PAIEMENTS
            AT END
              SET WS-FIN-PAIE      TO TRUE
            NOT AT END
              MOVE WS-STATUS-PAIE  TO WS-FSTA-STATUT
              MOVE 'FIC-PAIE'      TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              IF PAIE-REF (1:10) = '*TRAILER**'
                 SET WS-TRAILER-VU TO TRUE
                 MOVE PAIE-REC     TO WS-TRAILER-PAIE-LU
                 SET WS-FIN-PAIE   TO TRUE
              ELSE
                 ADD 1             TO WS-NB-PAIE-LUS
                 ADD PAIE-MONTANT  TO WS-HASH-PAIE-LU
              END-IF
           END-READ
           .

      *    Instruction du jour : retiree si une demande la vise,
      *    gardee sinon pour la recopie
       TRAITEMENT.
           MOVE PAIE-REF            TO WS-REF-CHERCHEE
           PERFORM RECHERCHE-DEMANDE
           IF WS-DEM-TROUVEE
              MOVE 'S'              TO WS-DEM-ETAT (WS-IDX-DEM)
              ADD 1                 TO WS-NB-SUPPRIMEES
           ELSE
              IF WS-NB-CONSERVEES >= 5000
                 DISPLAY 'ABEND - TABLE DES INSTRUCTIONS PLEINE '
                         '(5000)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-CONSERVEES
              MOVE PAIE-REC         TO WS-CNS-IMAGE (WS-NB-CONSERVEES)
              ADD PAIE-MONTANT      TO WS-HASH-NOUV
           END-IF
           PERFORM LIT-PAIEMENT
           .

      *    Trailer amont verifie, puis recopie des instructions
      *    gardees et trailer recalcule
       ECRIT-PAIEMENTS-NOUV.
           IF NOT WS-TRAILER-VU
              OR WS-NB-PAIE-LUS NOT = WS-TRL-LU-NB
              OR WS-HASH-PAIE-LU NOT = WS-TRL-LU-HASH
              DISPLAY 'ABEND - TRAILER FIC-PAIEMENTS EN ECART'
              DISPLAY '  attendu ' WS-TRL-LU-NB
                      ', lu ' WS-NB-PAIE-LUS
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING WS-IDX-CNS
                   FROM    1 BY 1
                   UNTIL   WS-IDX-CNS > WS-NB-CONSERVEES
              WRITE PAIN-REC FROM WS-CNS-IMAGE (WS-IDX-CNS)
              ADD 1                 TO WS-NB-PAIE-ECRITS
           END-PERFORM
           MOVE WS-NB-PAIE-ECRITS   TO WS-TRL-NB
           MOVE WS-HASH-NOUV        TO WS-TRL-HASH
           WRITE PAIN-REC FROM WS-TRAILER-PAIEMENTS
           .

      *    Demandes restees sans instruction du jour : cherchees
      *    dans les paiements transmis non denoues ; absentes des
      *    deux, elles sont refusees
       TRAITE-TRANSMIS.
           OPEN INPUT FIC-SUSPENS-PREC
           IF WS-STATUS-SUSP = '00'
              PERFORM LIT-SUSPENS
                UNTIL WS-FIN-SUSP
              CLOSE FIC-SUSPENS-PREC
           END-IF
           MOVE WS-NB-RAPPELS       TO WS-TRL-RAP-NB
           MOVE WS-HASH-RAPPELS     TO WS-TRL-RAP-HASH
           WRITE RAPL-REC FROM WS-TRAILER-RAPPELS

           PERFORM VARYING WS-IDX-DEM
                   FROM    1 BY 1
                   UNTIL   WS-IDX-DEM > WS-NB-DEM
              IF WS-DEM-A-TRAITER (WS-IDX-DEM)
                 MOVE 'X'           TO WS-DEM-ETAT (WS-IDX-DEM)
                 MOVE 'PAIEMENT INCONNU'
                   TO WS-DEM-REFUS (WS-IDX-DEM)
              END-IF
           END-PERFORM
           .

       LIT-SUSPENS.
           READ FIC-SUSPENS-PREC
            AT END
              SET WS-FIN-SUSP      TO TRUE
            NOT AT END
              MOVE SUSP-REF        TO WS-REF-CHERCHEE
              PERFORM RECHERCHE-DEMANDE
              IF WS-DEM-TROUVEE
                 PERFORM EMET-RAPPEL
              END-IF
           END-READ
           .

      *    Rappel d'un paiement transmis : refuse si un rappel est
      *    deja en attente, sinon instruction de rappel et etat
      *    "rappel en attente" au registre
       EMET-RAPPEL.
           MOVE SUSP-REF            TO RAP-REF
           READ FIC-RAPPELS
              INVALID KEY
                 MOVE SPACES        TO RAP-REC
                 MOVE SUSP-REF      TO RAP-REF
              NOT INVALID KEY
                 IF RAP-EN-ATTENTE
                    MOVE 'X'        TO WS-DEM-ETAT (WS-IDX-DEM)
                    MOVE 'RAPPEL DEJA DEMANDE'
                      TO WS-DEM-REFUS (WS-IDX-DEM)
                    EXIT PARAGRAPH
                 END-IF
           END-READ

           MOVE 'R'                 TO RAP-STATUT
           MOVE SUSP-MONTANT        TO RAP-MONTANT
           MOVE WS-DATE-JOUR        TO RAP-DATE-DEMANDE
           MOVE WS-DEM-OPERATEUR (WS-IDX-DEM) TO RAP-OPERATEUR
           MOVE ZERO                TO RAP-DATE-SOLDE
           WRITE RAP-REC
              INVALID KEY
                 REWRITE RAP-REC
                    INVALID KEY
                       DISPLAY 'FIC-RAPPELS : reecriture '
                               'impossible, cle ' RAP-REF
                 END-REWRITE
           END-WRITE

           MOVE SPACES              TO RAPL-REC
           MOVE 'RAPPEL'            TO RAPL-TYPE
           MOVE SUSP-REF            TO RAPL-REF
           MOVE SUSP-MONTANT        TO RAPL-MONTANT
           MOVE WS-DATE-JOUR        TO RAPL-DATE-DEMANDE
           MOVE WS-DEM-MOTIF (WS-IDX-DEM) TO RAPL-MOTIF
           WRITE RAPL-REC
           ADD 1                    TO WS-NB-RAPPELS
           ADD SUSP-MONTANT         TO WS-HASH-RAPPELS
           MOVE 'R'                 TO WS-DEM-ETAT (WS-IDX-DEM)
           .

      *    Une trace d'audit par demande, executee ou refusee
       ECRIT-AUDIT-DEMANDES.
           PERFORM ECRIT-AUDIT
             VARYING WS-IDX-DEM
             FROM    1 BY 1
             UNTIL   WS-IDX-DEM > WS-NB-DEM
           .

       ECRIT-AUDIT.
           MOVE SPACES              TO AANN-REC
           MOVE WS-DATE-HEURE-EDT   TO AANN-DATE-HEURE
           MOVE WS-DEM-REF (WS-IDX-DEM)       TO AANN-REF
           MOVE WS-DEM-OPERATEUR (WS-IDX-DEM) TO AANN-OPERATEUR
           MOVE WS-DEM-MOTIF (WS-IDX-DEM)     TO AANN-MOTIF
           EVALUATE TRUE
              WHEN WS-DEM-SUPPRIMEE (WS-IDX-DEM)
                 MOVE 'SUPPRIMEE'   TO AANN-ACTION
              WHEN WS-DEM-RAPPELEE (WS-IDX-DEM)
                 MOVE 'RAPPEL'      TO AANN-ACTION
              WHEN OTHER
                 MOVE 'REFUSEE'     TO AANN-ACTION
                 MOVE WS-DEM-REFUS (WS-IDX-DEM) TO AANN-REFUS
                 ADD 1              TO WS-NB-REFUSEES
                 DISPLAY 'FOREX071 : annulation refusee, ref '
                         WS-DEM-REF (WS-IDX-DEM) ' - '
                         WS-DEM-REFUS (WS-IDX-DEM)
           END-EVALUATE
           WRITE AANN-REC
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           MOVE WS-NB-DEMANDES      TO WS-NB-EDT
           DISPLAY 'Annulation des paiements terminee'
           DISPLAY 'DEMANDES LUES     = ' WS-NB-EDT
           MOVE WS-NB-SUPPRIMEES    TO WS-NB-EDT
           DISPLAY 'SUPPRIMEES        = ' WS-NB-EDT
           MOVE WS-NB-RAPPELS       TO WS-NB-EDT
           DISPLAY 'RAPPELS EMIS      = ' WS-NB-EDT
           MOVE WS-NB-REFUSEES      TO WS-NB-EDT
           DISPLAY 'REFUSEES          = ' WS-NB-EDT
           MOVE WS-NB-PAIE-ECRITS   TO WS-NB-EDT
           DISPLAY 'INSTRUCTIONS      = ' WS-NB-EDT

           CLOSE FIC-PAIEMENTS
                 FIC-PAIEMENTS-NOUV
                 FIC-RAPPELS
                 FIC-RAPPELS-BANQUE
                 FIC-AUDIT-ANNUL

           IF WS-NB-REFUSEES > ZERO
              AND WS-RC-RUN < 04
              MOVE 04               TO WS-RC-RUN
           END-IF
           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-DANN'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-DANN      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-DEMANDES      TO WS-JSUM-FIC-LUS
           MOVE WS-NB-REFUSEES      TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-PAIN'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-PAIN      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-PAIE-LUS      TO WS-JSUM-FIC-LUS
           MOVE WS-NB-PAIE-ECRITS   TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-RAPL'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-RAPL      TO WS-JSUM-FIC-STATUT
           MOVE ZERO                TO WS-JSUM-FIC-LUS
           MOVE WS-NB-RAPPELS       TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB

           GOBACK.
