       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX115.
      *==============================================================*
      * PROGRAMME controleur des transmissions sortantes             *
      *   - Rien ne gardait trace de ce qui sortait : paiements      *
      *     FIC-PAIEMENTS vers la banque, exports partenaires        *
      *     FIC2-XMLP1 a 4, interface FIC-GL, extraits entrepot      *
      *     FIC-DWH, declarations TVA FOREX061, paquets FOREX065 -   *
      *     un fichier parti deux fois ou jamais parti ne se voyait  *
      *     que chez le destinataire                                 *
      *   - Step ajoute apres le step producteur, comme le           *
      *     classement FOREX086 : chaque carte E de                  *
      *     FIC-CARTES-EMISSION designe une entree FICEMI1 a FICEMI6 *
      *     et la decrit (destination, type de fichier, trailer,     *
      *     programme producteur). Le fichier est lu en entier :     *
      *     nombre d'enregistrements et total de hachage du trailer  *
      *     (trailer '*TRAILER**' des paiements FOREX056, trailer    *
      *     'T' du grand livre FOREX044), dont le comptage est       *
      *     verifie ; il est enregistre dans FIC-TRANSMISSIONS sous  *
      *     la sequence suivante de sa destination                   *
      *   - Reemission : la carte porte la sequence d'origine. Une   *
      *     sequence deja confirmee n'est reemise que sur            *
      *     autorisation explicite (F + autorisant), et un contenu   *
      *     identique a la sequence precedente (meme comptage, meme  *
      *     hachage) n'est pas renumerote en silence                 *
      *   - Carte C : confirmation de livraison (destination,        *
      *     sequence, date, reference de l'accuse)                   *
      *   - Carte R, run du matin : numeros manquants, transmissions *
      *     non confirmees avec leur age, trous (suivantes deja      *
      *     confirmees) et retards au-dela du delai de la carte      *
      *   - RC 8 : fichier refuse, a ne pas liberer (le transfert    *
      *     ne doit pas partir) ; RC 4 : confirmation rejetee, trou  *
      *     ou retard au rapport                                     *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Cartes du step : emissions, confirmations, etat du matin
           SELECT FIC-CARTES-EMISSION
                     ASSIGN to FICEMIS
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EMIS.
      * Fichiers a liberer (6 au plus par step)
           SELECT FIC-EMISSION1
                     ASSIGN to FICEMI1
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EMI1.
           SELECT FIC-EMISSION2
                     ASSIGN to FICEMI2
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EMI2.
           SELECT FIC-EMISSION3
                     ASSIGN to FICEMI3
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EMI3.
           SELECT FIC-EMISSION4
                     ASSIGN to FICEMI4
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EMI4.
           SELECT FIC-EMISSION5
                     ASSIGN to FICEMI5
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EMI5.
           SELECT FIC-EMISSION6
                     ASSIGN to FICEMI6
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EMI6.
      * Journal des transmissions (KSDS)
           COPY EMISS.
      * Rapport des emissions et etat du matin
           SELECT FIC-RAPPORT-EMISSIONS
                     ASSIGN to FICREMI
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-REMI.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Carte : fonction E (emission), C (confirmation), R (etat)
      *   E : entree 1-6, destination, type, trailer P/G/blanc,
      *       programme, sequence (blanc = suivante), F + autorisant
      *       pour reemettre une sequence confirmee
      *   C : destination, sequence, date (blanc = jour), reference
      *   R : delai en jours avant retard (blanc = 1)
       FD  FIC-CARTES-EMISSION.
       01  CEMI-REC.
         10 CEMI-FONCTION      PIC X(01).
             88 CEMI-EMISSION            VALUE 'E'.
             88 CEMI-CONFIRMATION        VALUE 'C'.
             88 CEMI-ETAT                VALUE 'R'.
             88 CEMI-COMMENTAIRE         VALUE '*'.
         10 FILLER             PIC X(01).
         10 CEMI-ENTREE        PIC X(01).
         10 CEMI-ENTREE-N      REDEFINES CEMI-ENTREE
                               PIC 9(01).
         10 FILLER             PIC X(01).
         10 CEMI-DESTINATION   PIC X(08).
         10 FILLER             PIC X(01).
         10 CEMI-TYPE-FICHIER  PIC X(08).
         10 FILLER             PIC X(01).
         10 CEMI-TRAILER       PIC X(01).
             88 CEMI-TRAILER-VALIDE      VALUE 'P' 'G' ' '.
         10 FILLER             PIC X(01).
         10 CEMI-PROGRAMME     PIC X(08).
         10 FILLER             PIC X(01).
         10 CEMI-SEQUENCE-X    PIC X(06).
         10 CEMI-SEQUENCE      REDEFINES CEMI-SEQUENCE-X
                               PIC 9(06).
         10 CEMI-DELAI-X       REDEFINES CEMI-SEQUENCE-X.
            15 CEMI-DELAI      PIC 9(03).
            15 FILLER          PIC X(03).
         10 FILLER             PIC X(01).
         10 CEMI-FORCE         PIC X(01).
             88 CEMI-REEMISSION-FORCEE   VALUE 'F'.
         10 FILLER             PIC X(01).
         10 CEMI-AUTORISANT    PIC X(08).
         10 CEMI-DATE-CONFIRM  REDEFINES CEMI-AUTORISANT
                               PIC 9(08).
         10 FILLER             PIC X(01).
         10 CEMI-REF-CONFIRM   PIC X(20).
         10 FILLER             PIC X(09).

      * Longueur d'enregistrement prise sur le fichier : chaque
      * flux garde la sienne (80, 120, 200...)
       FD  FIC-EMISSION1
           RECORD CONTAINS 0 CHARACTERS.
       01  EMI1-REC            PIC X(200).
       FD  FIC-EMISSION2
           RECORD CONTAINS 0 CHARACTERS.
       01  EMI2-REC            PIC X(200).
       FD  FIC-EMISSION3
           RECORD CONTAINS 0 CHARACTERS.
       01  EMI3-REC            PIC X(200).
       FD  FIC-EMISSION4
           RECORD CONTAINS 0 CHARACTERS.
       01  EMI4-REC            PIC X(200).
       FD  FIC-EMISSION5
           RECORD CONTAINS 0 CHARACTERS.
       01  EMI5-REC            PIC X(200).
       FD  FIC-EMISSION6
           RECORD CONTAINS 0 CHARACTERS.
       01  EMI6-REC            PIC X(200).

           COPY EMIS.

       FD  FIC-RAPPORT-EMISSIONS.
       01  REMI-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-EMIS       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-EMIS    PIC 9      VALUE ZERO.
               88 WS-FIN-EMIS                  VALUE 1.
           02  WS-STATUS-EMI1       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-EMI2       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-EMI3       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-EMI4       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-EMI5       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-EMI6       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-EMIN       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-EMIN    PIC 9      VALUE ZERO.
               88 WS-FIN-EMIN                  VALUE 1.
           02  WS-STATUS-TRSM       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TRSM    PIC 9      VALUE ZERO.
               88 WS-FIN-TRSM                  VALUE 1.
           02  WS-STATUS-REMI       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-CARTES-LUES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-CARTES-REJETEES PIC S9(9) VALUE ZERO.
           02  WS-NB-ENREGISTRES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-REEMISSIONS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-REFUSES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-CONFIRMATIONS  PIC S9(9)  VALUE ZERO.
           02  WS-NB-TRSM-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-TRSM-ECRITS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-MANQUANTS      PIC S9(9)  VALUE ZERO.
           02  WS-NB-NON-CONFIRMEES PIC S9(9)  VALUE ZERO.
           02  WS-NB-TROUS          PIC S9(9)  VALUE ZERO.
           02  WS-NB-RETARDS        PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-HASH-EDT          PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-SEQ-EDT           PIC 9(06).
           02  WS-SEQ-FIN-EDT       PIC 9(06).
           02  WS-AGE-EDT           PIC ZZZ9.
           02  WS-NB-EMIS-EDT       PIC ZZ9.

      *    Fichier a liberer en cours de lecture : entree, comptage
      *    des enregistrements avant trailer, trailer trouve
       01  WS-IDX-ENTREE            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-ENREG-LU              PIC X(200) VALUE SPACE.
      *    Trailer des paiements FOREX056 : marque, comptage, hachage
       01  WS-TRL-PAIE REDEFINES WS-ENREG-LU.
           02  WS-TRLP-MARQUE       PIC X(10).
           02  WS-TRLP-NB           PIC 9(09).
           02  FILLER               PIC X(01).
           02  WS-TRLP-HASH         PIC 9(13)V99.
           02  FILLER               PIC X(165).
      *    Trailer du grand livre FOREX044 : type T, compte TRAILER,
      *    nombre d'ecritures, total debit
       01  WS-TRL-GL REDEFINES WS-ENREG-LU.
           02  WS-TRLG-TYPE         PIC X(01).
           02  FILLER               PIC X(10).
           02  WS-TRLG-COMPTE       PIC X(08).
           02  FILLER               PIC X(01).
           02  WS-TRLG-NB           PIC 9(08).
           02  FILLER               PIC X(01).
           02  WS-TRLG-MONTANT      PIC S9(11)V99.
           02  FILLER               PIC X(158).
       01  WS-LECTURE-EMISSION.
           02  WS-EMI-NB-ENREG      PIC 9(09)  VALUE ZERO.
           02  WS-EMI-NB-APRES-TRL  PIC 9(09)  VALUE ZERO.
           02  WS-EMI-TRL-NB        PIC 9(09)  VALUE ZERO.
           02  WS-EMI-HASH          PIC S9(13)V99 VALUE ZERO.
           02  WS-EMI-INDIC-TRL     PIC 9      VALUE ZERO.
               88 WS-EMI-TRAILER-VU            VALUE 1.
           02  WS-EMI-STATUT        PIC 9(02)  VALUE ZERO.

      *    Issue de la carte en cours et motif de refus
       01  WS-SORT-CARTE            PIC X(10)  VALUE SPACE.
       01  WS-MOTIF                 PIC X(50)  VALUE SPACE.
       01  WS-SEQ-ATTRIBUEE         PIC 9(06)  VALUE ZERO.

      *    Etat du matin : destination en cours, sequence attendue,
      *    derniere sequence confirmee et transmissions non
      *    confirmees de la destination (500 au plus)
       01  WS-DELAI-RETARD          PIC 9(03)  VALUE 1.
       01  WS-ETAT-DESTINATION      PIC X(08)  VALUE SPACE.
       01  WS-ETAT-SEQ-ATTENDUE     PIC 9(06)  VALUE ZERO.
       01  WS-ETAT-DERN-CONFIRMEE   PIC 9(06)  VALUE ZERO.
       01  WS-NB-ATTENTE            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-NB-ATTENTE-MAX        PIC S9(4) COMP SYNC VALUE 500.
       01  WS-IDX-ATTENTE           PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-ATTENTE.
           02  WS-ATTENTE OCCURS 500.
               05 WS-ATT-SEQUENCE   PIC 9(06).
               05 WS-ATT-TYPE       PIC X(08).
               05 WS-ATT-DATE       PIC 9(08).
               05 WS-ATT-NB-EMIS    PIC 9(03).
       01  WS-AGE-JOURS             PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-JOUR-DU-RUN           PIC S9(9) COMP SYNC VALUE ZERO.

       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.

      *    Date et heure systeme du jour
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).

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
           PERFORM INIT           *> Init, journal, rapport
           PERFORM TRAITEMENT     *> Une carte par passage
             UNTIL WS-FIN-EMIS
           PERFORM FIN            *> Totaux, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX115'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           COMPUTE WS-JOUR-DU-RUN =
                   FUNCTION INTEGER-OF-DATE (WS-DHS-DATE)

           OPEN OUTPUT FIC-RAPPORT-EMISSIONS
           MOVE WS-STATUS-REMI      TO WS-FSTA-STATUT
           MOVE 'FIC-REMI'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           STRING 'FOREX115  CONTROLE DES TRANSMISSIONS SORTANTES DU '
                  WS-DHS-DATE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           PERFORM ECRIT-RAPPORT

           OPEN I-O FIC-TRANSMISSIONS
           MOVE WS-STATUS-TRSM      TO WS-FSTA-STATUT
           MOVE 'FIC-TRSM'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Cartes obligatoires : sans elles, rien a controler
           OPEN INPUT FIC-CARTES-EMISSION
           IF WS-STATUS-EMIS NOT = '00'
              DISPLAY 'ABEND - FIC-CARTES-EMISSION INACCESSIBLE, '
                      'STATUT ' WS-STATUS-EMIS
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LIT-CARTE
           .

       LIT-CARTE.
           READ FIC-CARTES-EMISSION
            AT END
              SET WS-FIN-EMIS       TO TRUE
           END-READ
           .

       TRAITEMENT.
           IF CEMI-REC NOT = SPACES AND NOT CEMI-COMMENTAIRE
              ADD 1                 TO WS-NB-CARTES-LUES
              MOVE SPACES           TO WS-MOTIF
              EVALUATE TRUE
                 WHEN CEMI-EMISSION
                    PERFORM TRAITE-EMISSION
                 WHEN CEMI-CONFIRMATION
                    PERFORM TRAITE-CONFIRMATION
                 WHEN CEMI-ETAT
                    PERFORM EDITE-ETAT-MATIN
                 WHEN OTHER
                    MOVE 'REJETEE'  TO WS-SORT-CARTE
                    MOVE 'fonction inconnue (E, C ou R)'
                                    TO WS-MOTIF
                    PERFORM NOTE-CARTE
              END-EVALUATE
           END-IF
           PERFORM LIT-CARTE
           .

      *    Emission : carte controlee, fichier lu et son trailer
      *    verifie, puis sequence attribuee (ou reemission de la
      *    sequence de la carte) - un refus leve RC 8, le fichier ne
      *    doit pas partir
       TRAITE-EMISSION.
           MOVE 'REFUSEE'           TO WS-SORT-CARTE
           IF CEMI-ENTREE < '1' OR CEMI-ENTREE > '6'
              MOVE 'entree hors 1 a 6'   TO WS-MOTIF
           END-IF
           IF CEMI-DESTINATION = SPACES
              MOVE 'destination absente' TO WS-MOTIF
           END-IF
           IF NOT CEMI-TRAILER-VALIDE
              MOVE 'trailer inconnu (P, G ou blanc)' TO WS-MOTIF
           END-IF
           IF CEMI-SEQUENCE-X NOT = SPACES
              AND CEMI-SEQUENCE NOT NUMERIC
              MOVE 'sequence non numerique' TO WS-MOTIF
           END-IF
           IF CEMI-REEMISSION-FORCEE AND CEMI-AUTORISANT = SPACES
              MOVE 'reemission forcee sans autorisant'
                                    TO WS-MOTIF
           END-IF
           IF WS-MOTIF NOT = SPACES
              PERFORM REFUSE-EMISSION
              EXIT PARAGRAPH
           END-IF

           MOVE CEMI-ENTREE-N       TO WS-IDX-ENTREE
           PERFORM LIT-FICHIER-EMISSION
           IF WS-MOTIF NOT = SPACES
              PERFORM REFUSE-EMISSION
              EXIT PARAGRAPH
           END-IF

           IF CEMI-SEQUENCE-X = SPACES
              PERFORM ENREGISTRE-NOUVELLE
           ELSE
              PERFORM ENREGISTRE-REEMISSION
           END-IF
           IF WS-MOTIF NOT = SPACES
              PERFORM REFUSE-EMISSION
              EXIT PARAGRAPH
           END-IF
           PERFORM NOTE-EMISSION
           .

       REFUSE-EMISSION.
           ADD 1                    TO WS-NB-REFUSES
           MOVE 'REFUSEE'           TO WS-SORT-CARTE
           PERFORM NOTE-CARTE
           DISPLAY 'FOREX115 : ' CEMI-DESTINATION ' '
                   CEMI-TYPE-FICHIER ' REFUSE - ' WS-MOTIF
           IF WS-RC-RUN < 8
              MOVE 8                TO WS-RC-RUN
           END-IF
           .

      *    Lecture integrale du fichier de l'entree : comptage,
      *    trailer attendu trouve et son comptage egal au lu
       LIT-FICHIER-EMISSION.
           INITIALIZE WS-LECTURE-EMISSION
           MOVE ZERO                TO WS-INDIC-FIN-EMIN
           PERFORM OUVRE-ENTREE
           IF WS-EMI-STATUT NOT = '00'
              STRING 'fichier FICEMI' CEMI-ENTREE
                     ' inaccessible, statut ' WS-EMI-STATUT
                     DELIMITED BY SIZE INTO WS-MOTIF
              EXIT PARAGRAPH
           END-IF
           PERFORM LIT-ENTREE
           PERFORM UNTIL WS-FIN-EMIN
              EVALUATE TRUE
                 WHEN WS-EMI-TRAILER-VU
                    ADD 1           TO WS-EMI-NB-APRES-TRL
                 WHEN CEMI-TRAILER = 'P'
                      AND WS-TRLP-MARQUE = '*TRAILER**'
                    SET WS-EMI-TRAILER-VU TO TRUE
                    MOVE WS-TRLP-NB TO WS-EMI-TRL-NB
                    MOVE WS-TRLP-HASH TO WS-EMI-HASH
                 WHEN CEMI-TRAILER = 'G'
                      AND WS-TRLG-TYPE = 'T'
                      AND WS-TRLG-COMPTE = 'TRAILER '
                    SET WS-EMI-TRAILER-VU TO TRUE
                    MOVE WS-TRLG-NB TO WS-EMI-TRL-NB
                    MOVE WS-TRLG-MONTANT TO WS-EMI-HASH
                 WHEN OTHER
                    ADD 1           TO WS-EMI-NB-ENREG
              END-EVALUATE
              PERFORM LIT-ENTREE
           END-PERFORM
           PERFORM FERME-ENTREE

           IF CEMI-TRAILER = SPACE
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN NOT WS-EMI-TRAILER-VU
                 MOVE 'trailer absent, fichier tronque'
                                    TO WS-MOTIF
              WHEN WS-EMI-TRL-NB NOT = WS-EMI-NB-ENREG
                 MOVE WS-EMI-NB-ENREG TO WS-NB-EDT
                 STRING 'comptage du trailer different du lu ('
                        WS-NB-EDT ')'
                        DELIMITED BY SIZE INTO WS-MOTIF
              WHEN WS-EMI-NB-APRES-TRL > ZERO
                 MOVE 'enregistrements apres le trailer'
                                    TO WS-MOTIF
           END-EVALUATE
           .

       OUVRE-ENTREE.
           EVALUATE WS-IDX-ENTREE
              WHEN 1
                 OPEN INPUT FIC-EMISSION1
                 MOVE WS-STATUS-EMI1 TO WS-EMI-STATUT
              WHEN 2
                 OPEN INPUT FIC-EMISSION2
                 MOVE WS-STATUS-EMI2 TO WS-EMI-STATUT
              WHEN 3
                 OPEN INPUT FIC-EMISSION3
                 MOVE WS-STATUS-EMI3 TO WS-EMI-STATUT
              WHEN 4
                 OPEN INPUT FIC-EMISSION4
                 MOVE WS-STATUS-EMI4 TO WS-EMI-STATUT
              WHEN 5
                 OPEN INPUT FIC-EMISSION5
                 MOVE WS-STATUS-EMI5 TO WS-EMI-STATUT
              WHEN 6
                 OPEN INPUT FIC-EMISSION6
                 MOVE WS-STATUS-EMI6 TO WS-EMI-STATUT
           END-EVALUATE
           .

       LIT-ENTREE.
           MOVE SPACES              TO WS-ENREG-LU
           EVALUATE WS-IDX-ENTREE
              WHEN 1
                 READ FIC-EMISSION1 INTO WS-ENREG-LU
                  AT END
                    SET WS-FIN-EMIN TO TRUE
                 END-READ
              WHEN 2
                 READ FIC-EMISSION2 INTO WS-ENREG-LU
                  AT END
                    SET WS-FIN-EMIN TO TRUE
                 END-READ
              WHEN 3
                 READ FIC-EMISSION3 INTO WS-ENREG-LU
                  AT END
                    SET WS-FIN-EMIN TO TRUE
                 END-READ
              WHEN 4
                 READ FIC-EMISSION4 INTO WS-ENREG-LU
                  AT END
                    SET WS-FIN-EMIN TO TRUE
                 END-READ
              WHEN 5
                 READ FIC-EMISSION5 INTO WS-ENREG-LU
                  AT END
                    SET WS-FIN-EMIN TO TRUE
                 END-READ
              WHEN 6
                 READ FIC-EMISSION6 INTO WS-ENREG-LU
                  AT END
                    SET WS-FIN-EMIN TO TRUE
                 END-READ
           END-EVALUATE
           .

       FERME-ENTREE.
           EVALUATE WS-IDX-ENTREE
              WHEN 1
                 CLOSE FIC-EMISSION1
              WHEN 2
                 CLOSE FIC-EMISSION2
              WHEN 3
                 CLOSE FIC-EMISSION3
              WHEN 4
                 CLOSE FIC-EMISSION4
              WHEN 5
                 CLOSE FIC-EMISSION5
              WHEN 6
                 CLOSE FIC-EMISSION6
           END-EVALUATE
           .

      *    Nouvelle transmission : sequence suivante de la
      *    destination ; un contenu identique (comptage et hachage
      *    du trailer) a la sequence precedente de meme type est un
      *    double envoi, a declarer comme reemission
       ENREGISTRE-NOUVELLE.
           PERFORM LIT-ENTETE-DESTINATION
           IF EMIS-E-DERNIERE-SEQ > ZERO AND CEMI-TRAILER NOT = SPACE
              MOVE CEMI-DESTINATION TO EMIS-DESTINATION
              MOVE EMIS-E-DERNIERE-SEQ TO EMIS-SEQUENCE
              READ FIC-TRANSMISSIONS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD 1              TO WS-NB-TRSM-LUS
                 IF EMIS-TYPE-FICHIER = CEMI-TYPE-FICHIER
                    AND EMIS-NB-ENREG = WS-EMI-NB-ENREG
                    AND EMIS-HASH = WS-EMI-HASH
                    MOVE EMIS-SEQUENCE TO WS-SEQ-EDT
                    STRING 'contenu identique a la sequence '
                           WS-SEQ-EDT ', double envoi'
                           DELIMITED BY SIZE INTO WS-MOTIF
                 END-IF
              END-READ
              IF WS-MOTIF NOT = SPACES
                 EXIT PARAGRAPH
              END-IF
              PERFORM LIT-ENTETE-DESTINATION
           END-IF

           ADD 1                    TO EMIS-E-DERNIERE-SEQ
           ADD 1                    TO EMIS-E-NB-EMISSIONS
           MOVE EMIS-E-DERNIERE-SEQ TO WS-SEQ-ATTRIBUEE
           REWRITE EMIS-REC
           MOVE WS-STATUS-TRSM      TO WS-FSTA-STATUT
           MOVE 'FIC-TRSM'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE SPACES              TO EMIS-REC
           MOVE CEMI-DESTINATION    TO EMIS-DESTINATION
           MOVE WS-SEQ-ATTRIBUEE    TO EMIS-SEQUENCE
           MOVE CEMI-TYPE-FICHIER   TO EMIS-TYPE-FICHIER
           MOVE CEMI-PROGRAMME      TO EMIS-PROGRAMME
           MOVE CEMI-TRAILER        TO EMIS-TRAILER
           MOVE WS-EMI-NB-ENREG     TO EMIS-NB-ENREG
           MOVE WS-EMI-HASH         TO EMIS-HASH
           MOVE WS-DHS-DATE         TO EMIS-DATE-PREMIERE
                                       EMIS-DATE-EMISSION
           MOVE WS-DHS-HEURE        TO EMIS-HEURE-EMISSION
           MOVE 1                   TO EMIS-NB-EMISSIONS
           SET EMIS-EMISE           TO TRUE
           MOVE ZERO                TO EMIS-DATE-CONFIRM
           WRITE EMIS-REC
           MOVE WS-STATUS-TRSM      TO WS-FSTA-STATUT
           MOVE 'FIC-TRSM'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-TRSM-ECRITS
           ADD 1                    TO WS-NB-ENREGISTRES
           MOVE 'ENREGISTRE'        TO WS-SORT-CARTE
           .

      *    Tete de la destination (sequence 000000), creee a la
      *    premiere transmission
       LIT-ENTETE-DESTINATION.
           MOVE SPACES              TO EMIS-REC
           MOVE CEMI-DESTINATION    TO EMIS-DESTINATION
           MOVE ZERO                TO EMIS-SEQUENCE
           READ FIC-TRANSMISSIONS
            INVALID KEY
              MOVE SPACES           TO EMIS-REC
              MOVE CEMI-DESTINATION TO EMIS-DESTINATION
              MOVE ZERO             TO EMIS-SEQUENCE
                                       EMIS-E-DERNIERE-SEQ
                                       EMIS-E-NB-EMISSIONS
              WRITE EMIS-REC
              MOVE WS-STATUS-TRSM   TO WS-FSTA-STATUT
              MOVE 'FIC-TRSM'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                 TO WS-NB-TRSM-ECRITS
            NOT INVALID KEY
              ADD 1                 TO WS-NB-TRSM-LUS
           END-READ
           .

      *    Reemission d'une sequence existante : libre tant qu'elle
      *    n'est pas confirmee, sur autorisation (F + autorisant)
      *    sinon ; la sequence repasse en attente de confirmation
       ENREGISTRE-REEMISSION.
           MOVE CEMI-DESTINATION    TO EMIS-DESTINATION
           MOVE CEMI-SEQUENCE       TO EMIS-SEQUENCE
           IF CEMI-SEQUENCE = ZERO
              MOVE 'sequence 000000 reservee' TO WS-MOTIF
              EXIT PARAGRAPH
           END-IF
           READ FIC-TRANSMISSIONS
            INVALID KEY
              MOVE 'sequence jamais attribuee a la destination'
                                    TO WS-MOTIF
            NOT INVALID KEY
              ADD 1                 TO WS-NB-TRSM-LUS
           END-READ
           IF WS-MOTIF NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           IF EMIS-CONFIRMEE AND NOT CEMI-REEMISSION-FORCEE
              MOVE 'sequence deja confirmee, reemission non autorisee'
                                    TO WS-MOTIF
              EXIT PARAGRAPH
           END-IF
           IF EMIS-CONFIRMEE
              MOVE CEMI-AUTORISANT  TO EMIS-AUTORISANT
           END-IF
           MOVE CEMI-TYPE-FICHIER   TO EMIS-TYPE-FICHIER
           MOVE CEMI-PROGRAMME      TO EMIS-PROGRAMME
           MOVE CEMI-TRAILER        TO EMIS-TRAILER
           MOVE WS-EMI-NB-ENREG     TO EMIS-NB-ENREG
           MOVE WS-EMI-HASH         TO EMIS-HASH
           MOVE WS-DHS-DATE         TO EMIS-DATE-EMISSION
           MOVE WS-DHS-HEURE        TO EMIS-HEURE-EMISSION
           ADD 1                    TO EMIS-NB-EMISSIONS
           SET EMIS-EMISE           TO TRUE
           MOVE ZERO                TO EMIS-DATE-CONFIRM
           MOVE SPACES              TO EMIS-REF-CONFIRM
           REWRITE EMIS-REC
           MOVE WS-STATUS-TRSM      TO WS-FSTA-STATUT
           MOVE 'FIC-TRSM'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-TRSM-ECRITS
           ADD 1                    TO WS-NB-REEMISSIONS
           MOVE CEMI-SEQUENCE       TO WS-SEQ-ATTRIBUEE
           MOVE 'REEMIS'            TO WS-SORT-CARTE
           .

      *    Confirmation de livraison : une sequence inconnue est
      *    rejetee (RC 4), une confirmation repetee est sans effet
       TRAITE-CONFIRMATION.
           MOVE 'REJETEE'           TO WS-SORT-CARTE
           IF CEMI-DESTINATION = SPACES
              OR CEMI-SEQUENCE NOT NUMERIC
              OR CEMI-SEQUENCE = ZERO
              MOVE 'destination ou sequence invalide' TO WS-MOTIF
           END-IF
           IF CEMI-AUTORISANT NOT = SPACES
              AND CEMI-DATE-CONFIRM NOT NUMERIC
              MOVE 'date de confirmation non numerique' TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES
              MOVE CEMI-DESTINATION TO EMIS-DESTINATION
              MOVE CEMI-SEQUENCE    TO EMIS-SEQUENCE
              READ FIC-TRANSMISSIONS
               INVALID KEY
                 MOVE 'transmission inconnue' TO WS-MOTIF
               NOT INVALID KEY
                 ADD 1              TO WS-NB-TRSM-LUS
              END-READ
           END-IF
           IF WS-MOTIF NOT = SPACES
              ADD 1                 TO WS-NB-CARTES-REJETEES
              PERFORM NOTE-CARTE
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF EMIS-CONFIRMEE
              MOVE 'DEJA FAITE'     TO WS-SORT-CARTE
              PERFORM NOTE-CARTE
              EXIT PARAGRAPH
           END-IF
           SET EMIS-CONFIRMEE       TO TRUE
           IF CEMI-AUTORISANT = SPACES
              MOVE WS-DHS-DATE      TO EMIS-DATE-CONFIRM
           ELSE
              MOVE CEMI-DATE-CONFIRM TO EMIS-DATE-CONFIRM
           END-IF
           MOVE CEMI-REF-CONFIRM    TO EMIS-REF-CONFIRM
           REWRITE EMIS-REC
           MOVE WS-STATUS-TRSM      TO WS-FSTA-STATUT
           MOVE 'FIC-TRSM'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-TRSM-ECRITS
           ADD 1                    TO WS-NB-CONFIRMATIONS
           MOVE 'CONFIRMEE'         TO WS-SORT-CARTE
           PERFORM NOTE-CARTE
           .

      *    Ligne de rapport d'une carte : issue et motif
       NOTE-CARTE.
           STRING CEMI-FONCTION ' ' CEMI-DESTINATION ' '
                  CEMI-TYPE-FICHIER ' ' CEMI-SEQUENCE-X '  '
                  WS-SORT-CARTE ' ' WS-MOTIF
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           .

      *    Ligne de rapport d'une transmission enregistree ou
      *    reemise : sequence, comptage et hachage a communiquer
       NOTE-EMISSION.
           MOVE WS-SEQ-ATTRIBUEE    TO WS-SEQ-EDT
           MOVE WS-EMI-NB-ENREG     TO WS-NB-EDT
           MOVE WS-EMI-HASH         TO WS-HASH-EDT
           STRING CEMI-FONCTION ' ' CEMI-DESTINATION ' '
                  CEMI-TYPE-FICHIER ' ' WS-SEQ-EDT '  '
                  WS-SORT-CARTE ' ' CEMI-PROGRAMME
                  ' ENREG ' WS-NB-EDT ' HACHAGE ' WS-HASH-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           IF CEMI-REEMISSION-FORCEE
              STRING '           reemission forcee, autorisee par '
                     CEMI-AUTORISANT
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-RAPPORT
           END-IF
           .

      *    Etat du matin : balayage complet du journal, destination
      *    par destination - numeros manquants, non confirmees
      *    (trou si une suivante est confirmee, retard au-dela du
      *    delai), RC 4 sur trou ou retard
       EDITE-ETAT-MATIN.
           MOVE 'EDITE'             TO WS-SORT-CARTE
           MOVE 1                   TO WS-DELAI-RETARD
           IF CEMI-DELAI-X NOT = SPACES AND CEMI-DELAI NUMERIC
              MOVE CEMI-DELAI       TO WS-DELAI-RETARD
           END-IF
           PERFORM NOTE-CARTE
           PERFORM ECRIT-RAPPORT
           MOVE WS-DELAI-RETARD     TO WS-AGE-EDT
           STRING 'ETAT DES TRANSMISSIONS AU ' WS-DHS-DATE
                  ' - RETARD AU-DELA DE ' WS-AGE-EDT ' JOUR(S)'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           STRING 'DESTIN.  SEQUENCE        TYPE     EMISE LE  '
                  ' AGE EMIS  ANOMALIE'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT

           MOVE SPACES              TO WS-ETAT-DESTINATION
           MOVE ZERO                TO WS-NB-ATTENTE
                                       WS-INDIC-FIN-TRSM
           MOVE LOW-VALUES          TO EMIS-CLE
           START FIC-TRANSMISSIONS KEY IS NOT LESS THAN EMIS-CLE
            INVALID KEY
              SET WS-FIN-TRSM       TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-TRSM
              READ FIC-TRANSMISSIONS NEXT RECORD
               AT END
                 SET WS-FIN-TRSM    TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-TRSM-LUS
                 PERFORM EXAMINE-TRANSMISSION
              END-READ
           END-PERFORM
           PERFORM CLOT-DESTINATION

           IF WS-NB-MANQUANTS + WS-NB-TROUS + WS-NB-RETARDS > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF
           PERFORM ECRIT-RAPPORT
           .

       EXAMINE-TRANSMISSION.
           IF EMIS-DESTINATION NOT = WS-ETAT-DESTINATION
              PERFORM CLOT-DESTINATION
              MOVE EMIS-DESTINATION TO WS-ETAT-DESTINATION
              MOVE 1                TO WS-ETAT-SEQ-ATTENDUE
              MOVE ZERO             TO WS-ETAT-DERN-CONFIRMEE
                                       WS-NB-ATTENTE
           END-IF
           IF EMIS-SEQUENCE = ZERO
              EXIT PARAGRAPH
           END-IF
           IF EMIS-SEQUENCE > WS-ETAT-SEQ-ATTENDUE
              MOVE WS-ETAT-SEQ-ATTENDUE TO WS-SEQ-EDT
              COMPUTE WS-SEQ-FIN-EDT = EMIS-SEQUENCE - 1
              STRING WS-ETAT-DESTINATION ' ' WS-SEQ-EDT '-'
                     WS-SEQ-FIN-EDT
                     '                          NUMERO(S) MANQUANT(S)'
                     ' AU JOURNAL'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-RAPPORT
              ADD 1                 TO WS-NB-MANQUANTS
           END-IF
           COMPUTE WS-ETAT-SEQ-ATTENDUE = EMIS-SEQUENCE + 1
           IF EMIS-CONFIRMEE
              MOVE EMIS-SEQUENCE    TO WS-ETAT-DERN-CONFIRMEE
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-NON-CONFIRMEES
           IF WS-NB-ATTENTE < WS-NB-ATTENTE-MAX
              ADD 1                 TO WS-NB-ATTENTE
              MOVE EMIS-SEQUENCE    TO WS-ATT-SEQUENCE (WS-NB-ATTENTE)
              MOVE EMIS-TYPE-FICHIER TO WS-ATT-TYPE (WS-NB-ATTENTE)
              MOVE EMIS-DATE-EMISSION TO WS-ATT-DATE (WS-NB-ATTENTE)
              MOVE EMIS-NB-EMISSIONS
                                    TO WS-ATT-NB-EMIS (WS-NB-ATTENTE)
           ELSE
              DISPLAY 'FOREX115 : plus de ' WS-NB-ATTENTE-MAX
                      ' transmissions en attente pour '
                      EMIS-DESTINATION ', etat tronque'
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF
           .

      *    Fin d'une destination : ses transmissions non confirmees,
      *    trou quand une sequence suivante est deja confirmee
       CLOT-DESTINATION.
           PERFORM VARYING WS-IDX-ATTENTE FROM 1 BY 1
                   UNTIL   WS-IDX-ATTENTE > WS-NB-ATTENTE
              PERFORM EDITE-ATTENTE
           END-PERFORM
           MOVE ZERO                TO WS-NB-ATTENTE
           .

       EDITE-ATTENTE.
           COMPUTE WS-AGE-JOURS = WS-JOUR-DU-RUN
                 - FUNCTION INTEGER-OF-DATE
                   (WS-ATT-DATE (WS-IDX-ATTENTE))
           MOVE WS-ATT-SEQUENCE (WS-IDX-ATTENTE) TO WS-SEQ-EDT
           MOVE WS-AGE-JOURS        TO WS-AGE-EDT
           MOVE WS-ATT-NB-EMIS (WS-IDX-ATTENTE) TO WS-NB-EMIS-EDT
           EVALUATE TRUE
              WHEN WS-ATT-SEQUENCE (WS-IDX-ATTENTE)
                      < WS-ETAT-DERN-CONFIRMEE
                 MOVE 'TROU - SUIVANTE(S) CONFIRMEE(S)' TO WS-MOTIF
                 ADD 1              TO WS-NB-TROUS
              WHEN WS-AGE-JOURS > WS-DELAI-RETARD
                 MOVE 'NON CONFIRMEE - EN RETARD' TO WS-MOTIF
                 ADD 1              TO WS-NB-RETARDS
              WHEN OTHER
                 MOVE 'NON CONFIRMEE' TO WS-MOTIF
           END-EVALUATE
           STRING WS-ETAT-DESTINATION ' ' WS-SEQ-EDT '        '
                  WS-ATT-TYPE (WS-IDX-ATTENTE) ' '
                  WS-ATT-DATE (WS-IDX-ATTENTE) ' '
                  WS-AGE-EDT ' ' WS-NB-EMIS-EDT '  ' WS-MOTIF
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE SPACES              TO WS-MOTIF
           .

       ECRIT-RAPPORT.
           WRITE REMI-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-REMI      TO WS-FSTA-STATUT
           MOVE 'FIC-REMI'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           CLOSE FIC-CARTES-EMISSION
           CLOSE FIC-TRANSMISSIONS
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-ENREGISTRES   TO WS-NB-EDT
           STRING 'TRANSMISSIONS ENREGISTREES  ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-REEMISSIONS   TO WS-NB-EDT
           STRING 'REEMISSIONS                 ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-REFUSES       TO WS-NB-EDT
           STRING 'FICHIERS REFUSES            ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-CONFIRMATIONS TO WS-NB-EDT
           STRING 'CONFIRMATIONS               ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           CLOSE FIC-RAPPORT-EMISSIONS

           DISPLAY 'Controle des transmissions sortantes termine'
           MOVE WS-NB-ENREGISTRES   TO WS-NB-EDT
           DISPLAY 'ENREGISTREES       = ' WS-NB-EDT
           MOVE WS-NB-REFUSES       TO WS-NB-EDT
           DISPLAY 'REFUSEES           = ' WS-NB-EDT
           MOVE WS-NB-NON-CONFIRMEES TO WS-NB-EDT
           DISPLAY 'NON CONFIRMEES     = ' WS-NB-EDT
           MOVE WS-NB-TROUS         TO WS-NB-EDT
           DISPLAY 'TROUS              = ' WS-NB-EDT
           MOVE WS-NB-MANQUANTS     TO WS-NB-EDT
           DISPLAY 'NUMEROS MANQUANTS  = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-EMIS'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-EMIS      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-CARTES-LUES   TO WS-JSUM-FIC-LUS
           COMPUTE WS-JSUM-FIC-REJETES = WS-NB-CARTES-REJETEES
                                       + WS-NB-REFUSES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-TRSM'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-TRSM      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-TRSM-LUS      TO WS-JSUM-FIC-LUS
           MOVE WS-NB-TRSM-ECRITS   TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
