       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX090.
      *==============================================================*
      * PROGRAMME de controle de coherence du site de secours        *
      *   - FICHIER1, FIC-CONTROLES, FIC-CONTREPARTIES, FIC1-AUDIT   *
      *     et les fichiers de paiement sont repliques au site de    *
      *     secours, mais la copie n'etait verifiee qu'une fois par  *
      *     trimestre, a l'oeil, sur un nombre d'enregistrements :   *
      *     ce programme calcule une SIGNATURE de chaque fichier     *
      *     protege - nombre d'enregistrements, total de hachage     *
      *     des montants et empreinte du contenu (polynome en base   *
      *     257 modulo 9 999 999 967, meme calcul que le sceau de    *
      *     la piste d'audit, copybook SCLP)                         *
      *   - La signature se prend par TRANCHE de N enregistrements   *
      *     consecutifs (dans l'ordre des cles pour les KSDS, dans   *
      *     l'ordre d'ecriture pour les sequentiels, dont la         *
      *     "cle" est alors le rang), N pris sur la carte            *
      *     FIC-PARAM-SECOURS (1000 par defaut), puis en total par   *
      *     fichier                                                  *
      *   - Deux modes, par la carte FIC-PARAM-SECOURS (col 1) :     *
      *       S  site de production : les signatures sont ecrites    *
      *          dans le manifeste FIC-MANIFESTE, replique avec les  *
      *          fichiers                                            *
      *       C  site de secours (run jumeau) : les signatures de    *
      *          la copie sont comparees au manifeste ; pour chaque  *
      *          fichier, la PREMIERE tranche divergente est nommee  *
      *          (cles de debut et de fin cote production). N est    *
      *          alors celui du manifeste, quelle que soit la carte  *
      *   - Un fichier absent signe a zero enregistrement (et        *
      *     diverge si la production en avait)                       *
      *   - Une comparaison en echec leve une alerte E au pupitre,   *
      *     enregistre le statut DIVERGE au referentiel de controle  *
      *     (CONFORME sinon) et ressort au tableau de bord du matin  *
      *     FOREX053                                                 *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Carte de mode (S signature / C comparaison) et taille des
      *   tranches
           SELECT FIC-PARAM-SECOURS
                     ASSIGN to FICPSEC
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PSEC.
      * Manifeste des signatures : ecrit en mode S, lu en mode C
           SELECT FIC-MANIFESTE
                     ASSIGN to FICMANI
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-MANI.
      * Compte rendu des signatures ou de la comparaison
           SELECT FIC-RAPPORT-SECOURS
                     ASSIGN to FICRSEC
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RAPPORT.
      * Fichiers proteges, tous en lecture seule
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      *    Le referentiel de controle SIGNE (DD FICCTLS) est distinct
      *    de celui ou le run enregistre son propre controle (FICCTL)
      *    - au site de secours, le premier est la copie repliquee
           SELECT FIC-SIG-CONTROLES
                     ASSIGN to FICCTLS
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is SCTL-CLE
                     FILE STATUS is WS-STATUS-SCTL.
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
           SELECT FIC1-AUDIT
                     ASSIGN to FIC1AUD
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AUDIT.
           COPY PAIES.
           SELECT FIC-PAIE-RETENUES
                     ASSIGN to FICPRET
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PRET.
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
       FD  FIC-PARAM-SECOURS.
       01  PSEC-REC.
         10 PSEC-MODE          PIC X(01).
         10 FILLER             PIC X(01).
         10 PSEC-TAILLE        PIC X(07).
         10 FILLER             PIC X(71).

      *    Manifeste : un en-tete (type E), une ligne par tranche
      *    (type T) et un total par fichier (type F), fichier par
      *    fichier dans l'ordre de signature
       FD  FIC-MANIFESTE.
       01  MANI-REC.
         10 MANI-TYPE          PIC X(01).
             88 MANI-EST-ENTETE          VALUE 'E'.
             88 MANI-EST-TRANCHE         VALUE 'T'.
             88 MANI-EST-TOTAL           VALUE 'F'.
         10 MANI-FICHIER       PIC X(08).
         10 MANI-NUMERO        PIC 9(05).
         10 MANI-CLE-DEBUT     PIC X(20).
         10 MANI-CLE-FIN       PIC X(20).
         10 MANI-NB            PIC 9(09).
         10 MANI-HASH          PIC S9(13)V99.
         10 MANI-EMPREINTE     PIC 9(10).
      *    Total de fichier : A = fichier absent a la signature
         10 MANI-ETAT          PIC X(01).
         10 FILLER             PIC X(11).
       01  MANI-ENTETE-REC.
         10 FILLER             PIC X(01).
         10 MANI-HORODATAGE    PIC X(14).
         10 MANI-TAILLE        PIC 9(07).
         10 FILLER             PIC X(78).

       FD  FIC-RAPPORT-SECOURS.
       01  RSEC-REC             PIC X(80).

      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

      *    Seules la cle et le total comptent pour la signature, le
      *    reste de l'enregistrement entre dans l'empreinte
       FD  FIC-SIG-CONTROLES.
       01  SCTL-REC.
         10 SCTL-CLE           PIC X(18).
         10 FILLER             PIC X(27).
         10 SCTL-TOTAL         PIC S9(11)V99.
         10 FILLER             PIC X(22).

       FD  FIC-CONTREPARTIES.
       01  CTP-REC.
         10 CTP-CODE           PIC X(06).
         10 FILLER             PIC X(74).

      *    Meme dessin que les programmes qui alimentent la piste :
      *    seul le montant compte pour le total de hachage, toute la
      *    ligne (sceau compris) entre dans l'empreinte
       FD  FIC1-AUDIT.
       01  AUDIT-REC.
         10 AUDIT-DATE-HEURE   PIC X(17).
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
         10 AUDIT-SCEAU        PIC 9(10).
         10 AUDIT-MONTANT      PIC 9(09)V99.
         10 AUDIT-DEVISE       PIC X(03).
         10 FILLER             PIC X(06).

           COPY PAIE.

       FD  FIC-PAIE-RETENUES.
       01  PRET-REC.
         10 FILLER             PIC X(28).
         10 PRET-TRANSACTION.
            15 PRET-TRANS-MONTANT PIC S9(09)V99.
            15 FILLER          PIC X(69).
         10 FILLER             PIC X(12).

           COPY ALRT.

           COPY CTL.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PSEC       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-MANI       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-MANI    PIC 9      VALUE ZERO.
               88 WS-FIN-MANI                  VALUE 1.
           02  WS-STATUS-RAPPORT    PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-SCTL       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-AUDIT      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PAIE       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PRET       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-SIG     PIC 9      VALUE ZERO.
               88 WS-FIN-SIG                   VALUE 1.

      *    Mode du run, de la carte FIC-PARAM-SECOURS
       01  WS-MODE                  PIC X(01)  VALUE SPACE.
           88 WS-MODE-SIGNATURE                VALUE 'S'.
           88 WS-MODE-COMPARAISON              VALUE 'C'.
       01  WS-TAILLE-TRANCHE        PIC 9(07)  VALUE 1000.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ENREG-LUS      PIC S9(9)  VALUE ZERO.
           02  WS-NB-TRANCHES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-DIVERGENTS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-MANI    PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-NB2-EDT           PIC ZZZ.ZZZ.ZZ9.
           02  WS-TRANCHE-EDT       PIC ZZ.ZZ9.
           02  WS-HASH-EDT          PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-LIGNE-RAPPORT     PIC X(80).

      *    Les fichiers proteges, dans l'ordre de signature (nom =
      *    DD du fichier)
       01  WS-TABLE-FICHIERS-DATA.
           05 FILLER PIC X(08) VALUE 'FICHIER1'.
           05 FILLER PIC X(08) VALUE 'FICCTLS '.
           05 FILLER PIC X(08) VALUE 'FICCTP  '.
           05 FILLER PIC X(08) VALUE 'FIC1AUD '.
           05 FILLER PIC X(08) VALUE 'FICPAIE '.
           05 FILLER PIC X(08) VALUE 'FICPRET '.
       01  WS-TABLE-FICHIERS-R REDEFINES WS-TABLE-FICHIERS-DATA.
           05  WS-NOM-FICHIER       PIC X(08) OCCURS 6.

      *    Signature du fichier en cours : enregistrement courant
      *    (cle ou rang, montant, image), tranche et total
       01  WS-SIGNATURE.
           02  WS-IDX-FIC           PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-SIG-ABSENT        PIC 9      VALUE ZERO.
               88 WS-SIG-FICHIER-ABSENT        VALUE 1.
           02  WS-SIG-RANG          PIC 9(09)  VALUE ZERO.
           02  WS-SIG-CLE           PIC X(20)  VALUE SPACE.
           02  WS-SIG-MONTANT       PIC S9(11)V99 VALUE ZERO.
           02  WS-SIG-IMAGE         PIC X(200) VALUE SPACE.
           02  WS-SIG-LONGUEUR      PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-IDX-OCTET         PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-TR-NUMERO         PIC 9(05)  VALUE ZERO.
           02  WS-TR-CLE-DEBUT      PIC X(20)  VALUE SPACE.
           02  WS-TR-CLE-FIN        PIC X(20)  VALUE SPACE.
           02  WS-TR-NB             PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-TR-HASH           PIC S9(13)V99 VALUE ZERO.
           02  WS-TR-EMPREINTE      PIC S9(18) COMP VALUE ZERO.
           02  WS-FI-NB             PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-FI-HASH           PIC S9(13)V99 VALUE ZERO.
           02  WS-FI-EMPREINTE      PIC S9(18) COMP VALUE ZERO.

      *    Mode C : manifeste de production charge, tranche par
      *    tranche, dans l'ordre ou il a ete ecrit
       01  WS-NB-MAN-TRANCHES       PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-MANIFESTE.
           02  WS-MAN-ENTREE OCCURS 5000.
               05 WS-MAN-CLE-DEBUT  PIC X(20).
               05 WS-MAN-CLE-FIN    PIC X(20).
               05 WS-MAN-NB         PIC 9(09).
               05 WS-MAN-HASH       PIC S9(13)V99.
               05 WS-MAN-EMPREINTE  PIC 9(10).
       01  WS-IDX-MAN               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-HORODATAGE-MANI       PIC X(14)  VALUE SPACE.

      *    Mode C : par fichier, ce que dit le manifeste et la
      *    premiere divergence constatee
       01  WS-TAB-RESULTATS.
           02  WS-RES-ENTREE OCCURS 6.
               05 WS-RES-VU         PIC 9.
                   88 WS-RES-AU-MANIFESTE       VALUE 1.
               05 WS-RES-PREMIER    PIC S9(4) COMP.
               05 WS-RES-NB-TR-MAN  PIC S9(4) COMP.
               05 WS-RES-NB-TR-LOC  PIC S9(4) COMP.
               05 WS-RES-MAN-NB     PIC 9(09).
               05 WS-RES-MAN-HASH   PIC S9(13)V99.
               05 WS-RES-MAN-EMPR   PIC 9(10).
               05 WS-RES-MAN-ETAT   PIC X(01).
               05 WS-RES-DIVERGE    PIC 9.
                   88 WS-RES-DIVERGENT          VALUE 1.
               05 WS-RES-DIV-NUMERO PIC 9(05).
               05 WS-RES-DIV-MOTIF  PIC X(20).
               05 WS-RES-DIV-DEBUT  PIC X(20).
               05 WS-RES-DIV-FIN    PIC X(20).
               05 WS-RES-DIV-NB-PROD PIC 9(09).
               05 WS-RES-DIV-NB-SEC PIC 9(09).
       01  WS-IDX-RES               PIC S9(4) COMP SYNC VALUE ZERO.

       01  WS-DATE-HEURE-SYS.
           02  WS-HORODATAGE-SYS    PIC X(14).
           02  FILLER               PIC X(07).

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Fil consolide des alertes operateur
           COPY ALRTW.
      *    Referentiel central des totaux de controle
           COPY CTLW.
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
           PERFORM INIT           *> Init, carte, manifeste
           PERFORM SIGNE-FICHIER1
           PERFORM SIGNE-CONTROLES
           PERFORM SIGNE-CONTREPARTIES
           PERFORM SIGNE-PISTE-AUDIT
           PERFORM SIGNE-PAIEMENTS
           PERFORM SIGNE-RETENUES
           PERFORM EDITE-BILAN    *> Bilan, alerte, controle
           PERFORM FIN            *> Fin du programme
           .

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS
           INITIALIZE  WS-TAB-RESULTATS

           MOVE 'FOREX090'  TO WS-ALRT-PROGRAMME

      *    Resume de fin de job standardise
           MOVE 'FOREX090'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB

           PERFORM LIT-PARAM-SECOURS
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

           IF WS-MODE-SIGNATURE
              OPEN OUTPUT FIC-MANIFESTE
              MOVE WS-STATUS-MANI   TO WS-FSTA-STATUT
              MOVE 'FIC-MANI'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              MOVE SPACES           TO MANI-ENTETE-REC
              MOVE 'E'              TO MANI-TYPE
              MOVE WS-HORODATAGE-SYS TO MANI-HORODATAGE
              MOVE WS-TAILLE-TRANCHE TO MANI-TAILLE
              WRITE MANI-REC
              ADD 1                 TO WS-NB-LIGNES-MANI
           ELSE
              PERFORM CHARGE-MANIFESTE
           END-IF

           OPEN OUTPUT FIC-RAPPORT-SECOURS
           MOVE WS-STATUS-RAPPORT   TO WS-FSTA-STATUT
           MOVE 'FIC-RSEC'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           IF WS-MODE-SIGNATURE
              STRING 'FOREX090  SIGNATURES DES FICHIERS PROTEGES '
                     WS-HORODATAGE-SYS
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           ELSE
              STRING 'FOREX090  COMPARAISON SITE DE SECOURS - '
                     'MANIFESTE DU ' WS-HORODATAGE-MANI
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-IF
           WRITE RSEC-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-TAILLE-TRANCHE   TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'TRANCHES DE ' WS-NB-EDT ' ENREGISTREMENTS'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RSEC-REC FROM WS-LIGNE-RAPPORT
           .

      *    Carte de mode : sans carte ou mode inconnu, rien ne
      *    tourne - une signature prise a la place d'une
      *    comparaison ecraserait le manifeste de production
       LIT-PARAM-SECOURS.
           OPEN INPUT FIC-PARAM-SECOURS
           IF WS-STATUS-PSEC = '00'
              READ FIC-PARAM-SECOURS
               NOT AT END
                 MOVE PSEC-MODE     TO WS-MODE
                 IF PSEC-TAILLE IS NUMERIC
                    AND PSEC-TAILLE > ZERO
                    MOVE PSEC-TAILLE TO WS-TAILLE-TRANCHE
                 END-IF
              END-READ
              CLOSE FIC-PARAM-SECOURS
           END-IF
           IF NOT WS-MODE-SIGNATURE AND NOT WS-MODE-COMPARAISON
              DISPLAY 'ABEND - CARTE FIC-PARAM-SECOURS ABSENTE OU '
                      'MODE INCONNU "' WS-MODE '"'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           .

      *    Mode C : le manifeste de production en table ; la taille
      *    de tranche est la sienne (sinon aucune tranche ne se
      *    correspondrait)
       CHARGE-MANIFESTE.
           OPEN INPUT FIC-MANIFESTE
           IF WS-STATUS-MANI NOT = '00'
              DISPLAY 'ABEND - MANIFESTE FIC-MANIFESTE ABSENT '
                      '(statut ' WS-STATUS-MANI ')'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LIT-MANIFESTE
             UNTIL WS-FIN-MANI
           CLOSE FIC-MANIFESTE
           .

       LIT-MANIFESTE.
           READ FIC-MANIFESTE
            AT END
              SET WS-FIN-MANI      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-LIGNES-MANI
              EVALUATE TRUE
                 WHEN MANI-EST-ENTETE
                    MOVE MANI-HORODATAGE TO WS-HORODATAGE-MANI
                    IF MANI-TAILLE IS NUMERIC
                       AND MANI-TAILLE > ZERO
                       MOVE MANI-TAILLE  TO WS-TAILLE-TRANCHE
                    END-IF
                 WHEN MANI-EST-TRANCHE
                    PERFORM CHERCHE-FICHIER-MANIFESTE
                    IF WS-IDX-RES > ZERO
                       PERFORM CHARGE-TRANCHE-MANIFESTE
                    END-IF
                 WHEN MANI-EST-TOTAL
                    PERFORM CHERCHE-FICHIER-MANIFESTE
                    IF WS-IDX-RES > ZERO
                       MOVE 1       TO WS-RES-VU (WS-IDX-RES)
                       MOVE MANI-NB TO WS-RES-MAN-NB (WS-IDX-RES)
                       MOVE MANI-HASH
                                    TO WS-RES-MAN-HASH (WS-IDX-RES)
                       MOVE MANI-EMPREINTE
                                    TO WS-RES-MAN-EMPR (WS-IDX-RES)
                       MOVE MANI-ETAT
                                    TO WS-RES-MAN-ETAT (WS-IDX-RES)
                    END-IF
              END-EVALUATE
           END-READ
           .

      *    Rang du fichier du manifeste dans la table des fichiers
      *    proteges (zero : fichier inconnu, ligne ignoree)
       CHERCHE-FICHIER-MANIFESTE.
           MOVE ZERO                TO WS-IDX-RES
           PERFORM VARYING WS-IDX-FIC
                   FROM    1 BY 1
                   UNTIL   WS-IDX-FIC > 6
                        OR WS-IDX-RES > ZERO
              IF WS-NOM-FICHIER (WS-IDX-FIC) = MANI-FICHIER
                 MOVE WS-IDX-FIC    TO WS-IDX-RES
              END-IF
           END-PERFORM
           .

       CHARGE-TRANCHE-MANIFESTE.
           IF WS-NB-MAN-TRANCHES >= 5000
              DISPLAY 'ABEND - TABLE DU MANIFESTE PLEINE (5000)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-MAN-TRANCHES
           IF WS-RES-NB-TR-MAN (WS-IDX-RES) = ZERO
              MOVE WS-NB-MAN-TRANCHES
                                    TO WS-RES-PREMIER (WS-IDX-RES)
           END-IF
           ADD 1                    TO WS-RES-NB-TR-MAN (WS-IDX-RES)
           MOVE MANI-CLE-DEBUT
             TO WS-MAN-CLE-DEBUT (WS-NB-MAN-TRANCHES)
           MOVE MANI-CLE-FIN
             TO WS-MAN-CLE-FIN (WS-NB-MAN-TRANCHES)
           MOVE MANI-NB        TO WS-MAN-NB (WS-NB-MAN-TRANCHES)
           MOVE MANI-HASH      TO WS-MAN-HASH (WS-NB-MAN-TRANCHES)
           MOVE MANI-EMPREINTE
             TO WS-MAN-EMPREINTE (WS-NB-MAN-TRANCHES)
           .

      *==============================================================*
      * Signature de chaque fichier protege : ouverture (absent =    *
      * zero enregistrement), lecture complete, chaque               *
      * enregistrement passe par SIGNE-ENREGISTREMENT                *
      *==============================================================*
       SIGNE-FICHIER1.
           MOVE 1                   TO WS-IDX-FIC
           PERFORM DEBUT-SIGNATURE-FICHIER
           OPEN INPUT FICHIER1
           IF WS-STATUS-FIC1 NOT = '00'
              SET WS-SIG-FICHIER-ABSENT TO TRUE
           ELSE
              PERFORM LIT-FICHIER1
                UNTIL WS-FIN-SIG
              CLOSE FICHIER1
           END-IF
           PERFORM FIN-SIGNATURE-FICHIER
           .

       LIT-FICHIER1.
           READ FICHIER1 NEXT
            AT END
              SET WS-FIN-SIG       TO TRUE
            NOT AT END
              MOVE FIC1-CH1        TO WS-SIG-CLE
              IF FIC1-MONTANT IS NUMERIC
                 MOVE FIC1-MONTANT TO WS-SIG-MONTANT
              END-IF
              MOVE FIC1-REC        TO WS-SIG-IMAGE
              MOVE LENGTH OF FIC1-REC TO WS-SIG-LONGUEUR
              PERFORM SIGNE-ENREGISTREMENT
           END-READ
           .

       SIGNE-CONTROLES.
           MOVE 2                   TO WS-IDX-FIC
           PERFORM DEBUT-SIGNATURE-FICHIER
           OPEN INPUT FIC-SIG-CONTROLES
           IF WS-STATUS-SCTL NOT = '00'
              SET WS-SIG-FICHIER-ABSENT TO TRUE
           ELSE
              PERFORM LIT-CONTROLE
                UNTIL WS-FIN-SIG
              CLOSE FIC-SIG-CONTROLES
           END-IF
           PERFORM FIN-SIGNATURE-FICHIER
           .

       LIT-CONTROLE.
           READ FIC-SIG-CONTROLES NEXT
            AT END
              SET WS-FIN-SIG       TO TRUE
            NOT AT END
              MOVE SCTL-CLE        TO WS-SIG-CLE
              IF SCTL-TOTAL IS NUMERIC
                 MOVE SCTL-TOTAL   TO WS-SIG-MONTANT
              END-IF
              MOVE SCTL-REC        TO WS-SIG-IMAGE
              MOVE LENGTH OF SCTL-REC TO WS-SIG-LONGUEUR
              PERFORM SIGNE-ENREGISTREMENT
           END-READ
           .

       SIGNE-CONTREPARTIES.
           MOVE 3                   TO WS-IDX-FIC
           PERFORM DEBUT-SIGNATURE-FICHIER
           OPEN INPUT FIC-CONTREPARTIES
           IF WS-STATUS-CTP NOT = '00'
              SET WS-SIG-FICHIER-ABSENT TO TRUE
           ELSE
              PERFORM LIT-CONTREPARTIE
                UNTIL WS-FIN-SIG
              CLOSE FIC-CONTREPARTIES
           END-IF
           PERFORM FIN-SIGNATURE-FICHIER
           .

      *    Le referentiel des contreparties ne porte pas de montant :
      *    son hachage reste a zero, nombre et empreinte suffisent
       LIT-CONTREPARTIE.
           READ FIC-CONTREPARTIES NEXT
            AT END
              SET WS-FIN-SIG       TO TRUE
            NOT AT END
              MOVE CTP-CODE        TO WS-SIG-CLE
              MOVE CTP-REC         TO WS-SIG-IMAGE
              MOVE LENGTH OF CTP-REC TO WS-SIG-LONGUEUR
              PERFORM SIGNE-ENREGISTREMENT
           END-READ
           .

       SIGNE-PISTE-AUDIT.
           MOVE 4                   TO WS-IDX-FIC
           PERFORM DEBUT-SIGNATURE-FICHIER
           OPEN INPUT FIC1-AUDIT
           IF WS-STATUS-AUDIT NOT = '00'
              SET WS-SIG-FICHIER-ABSENT TO TRUE
           ELSE
              PERFORM LIT-LIGNE-AUDIT
                UNTIL WS-FIN-SIG
              CLOSE FIC1-AUDIT
           END-IF
           PERFORM FIN-SIGNATURE-FICHIER
           .

      *    Montant a blanc sur les gestes qui n'en portent pas
       LIT-LIGNE-AUDIT.
           READ FIC1-AUDIT
            AT END
              SET WS-FIN-SIG       TO TRUE
            NOT AT END
              PERFORM NOTE-RANG-SEQUENTIEL
              IF AUDIT-MONTANT IS NUMERIC
                 MOVE AUDIT-MONTANT TO WS-SIG-MONTANT
              END-IF
              MOVE AUDIT-REC       TO WS-SIG-IMAGE
              MOVE LENGTH OF AUDIT-REC TO WS-SIG-LONGUEUR
              PERFORM SIGNE-ENREGISTREMENT
           END-READ
           .

       SIGNE-PAIEMENTS.
           MOVE 5                   TO WS-IDX-FIC
           PERFORM DEBUT-SIGNATURE-FICHIER
           OPEN INPUT FIC-PAIEMENTS
           IF WS-STATUS-PAIE NOT = '00'
              SET WS-SIG-FICHIER-ABSENT TO TRUE
           ELSE
              PERFORM LIT-PAIEMENT
                UNTIL WS-FIN-SIG
              CLOSE FIC-PAIEMENTS
           END-IF
           PERFORM FIN-SIGNATURE-FICHIER
           .

      *    Le trailer de controle entre dans l'empreinte, pas dans
      *    le hachage des montants
       LIT-PAIEMENT.
           READ FIC-PAIEMENTS
            AT END
              SET WS-FIN-SIG       TO TRUE
            NOT AT END
              PERFORM NOTE-RANG-SEQUENTIEL
              IF PAIE-REF (1:10) NOT = '*TRAILER**'
                 AND PAIE-MONTANT IS NUMERIC
                 MOVE PAIE-MONTANT TO WS-SIG-MONTANT
              END-IF
              MOVE PAIE-REC        TO WS-SIG-IMAGE
              MOVE LENGTH OF PAIE-REC TO WS-SIG-LONGUEUR
              PERFORM SIGNE-ENREGISTREMENT
           END-READ
           .

       SIGNE-RETENUES.
           MOVE 6                   TO WS-IDX-FIC
           PERFORM DEBUT-SIGNATURE-FICHIER
           OPEN INPUT FIC-PAIE-RETENUES
           IF WS-STATUS-PRET NOT = '00'
              SET WS-SIG-FICHIER-ABSENT TO TRUE
           ELSE
              PERFORM LIT-RETENUE
                UNTIL WS-FIN-SIG
              CLOSE FIC-PAIE-RETENUES
           END-IF
           PERFORM FIN-SIGNATURE-FICHIER
           .

       LIT-RETENUE.
           READ FIC-PAIE-RETENUES
            AT END
              SET WS-FIN-SIG       TO TRUE
            NOT AT END
              PERFORM NOTE-RANG-SEQUENTIEL
              IF PRET-TRANS-MONTANT IS NUMERIC
                 MOVE PRET-TRANS-MONTANT TO WS-SIG-MONTANT
              END-IF
              MOVE PRET-REC        TO WS-SIG-IMAGE
              MOVE LENGTH OF PRET-REC TO WS-SIG-LONGUEUR
              PERFORM SIGNE-ENREGISTREMENT
           END-READ
           .

      *    Fichier sequentiel : la "cle" d'une tranche est le rang
      *    de l'enregistrement dans le fichier
       NOTE-RANG-SEQUENTIEL.
           ADD 1                    TO WS-SIG-RANG
           MOVE SPACES              TO WS-SIG-CLE
           MOVE WS-SIG-RANG         TO WS-SIG-CLE (1:9)
           .

      *==============================================================*
      * Mecanique commune de signature                               *
      *==============================================================*
       DEBUT-SIGNATURE-FICHIER.
           MOVE ZERO                TO WS-INDIC-FIN-SIG
           MOVE ZERO                TO WS-SIG-ABSENT
           MOVE ZERO                TO WS-SIG-RANG
           MOVE ZERO                TO WS-TR-NUMERO
           MOVE ZERO                TO WS-TR-NB
           MOVE ZERO                TO WS-FI-NB
           MOVE ZERO                TO WS-FI-HASH
           MOVE ZERO                TO WS-FI-EMPREINTE
           .

      *    Un enregistrement dans la tranche courante (ouverte au
      *    premier enregistrement, close a N) : nombre, hachage du
      *    montant et empreinte octet par octet
       SIGNE-ENREGISTREMENT.
           IF WS-TR-NB = ZERO
              ADD 1                 TO WS-TR-NUMERO
              MOVE WS-SIG-CLE       TO WS-TR-CLE-DEBUT
              MOVE ZERO             TO WS-TR-HASH
              MOVE ZERO             TO WS-TR-EMPREINTE
           END-IF
           ADD 1                    TO WS-TR-NB
           ADD 1                    TO WS-FI-NB
           ADD 1                    TO WS-NB-ENREG-LUS
           ADD WS-SIG-MONTANT       TO WS-TR-HASH
           ADD WS-SIG-MONTANT       TO WS-FI-HASH
           MOVE WS-SIG-CLE          TO WS-TR-CLE-FIN
           PERFORM VARYING WS-IDX-OCTET FROM 1 BY 1
                   UNTIL   WS-IDX-OCTET > WS-SIG-LONGUEUR
              COMPUTE WS-TR-EMPREINTE = FUNCTION MOD (
                      WS-TR-EMPREINTE * 257
                    + FUNCTION ORD (WS-SIG-IMAGE (WS-IDX-OCTET:1)),
                      9999999967)
           END-PERFORM
           MOVE ZERO                TO WS-SIG-MONTANT
           IF WS-TR-NB >= WS-TAILLE-TRANCHE
              PERFORM CLOT-TRANCHE
           END-IF
           .

      *    Tranche close : son empreinte est chainee dans celle du
      *    fichier, puis elle est ecrite au manifeste (mode S) ou
      *    confrontee a celle de la production (mode C)
       CLOT-TRANCHE.
           COMPUTE WS-FI-EMPREINTE = FUNCTION MOD (
                   WS-FI-EMPREINTE * 257 + WS-TR-EMPREINTE,
                   9999999967)
           ADD 1                    TO WS-NB-TRANCHES
           IF WS-MODE-SIGNATURE
              MOVE SPACES           TO MANI-REC
              MOVE 'T'              TO MANI-TYPE
              MOVE WS-NOM-FICHIER (WS-IDX-FIC) TO MANI-FICHIER
              MOVE WS-TR-NUMERO     TO MANI-NUMERO
              MOVE WS-TR-CLE-DEBUT  TO MANI-CLE-DEBUT
              MOVE WS-TR-CLE-FIN    TO MANI-CLE-FIN
              MOVE WS-TR-NB         TO MANI-NB
              MOVE WS-TR-HASH       TO MANI-HASH
              MOVE WS-TR-EMPREINTE  TO MANI-EMPREINTE
              WRITE MANI-REC
              ADD 1                 TO WS-NB-LIGNES-MANI
           ELSE
              ADD 1                 TO WS-RES-NB-TR-LOC (WS-IDX-FIC)
              PERFORM COMPARE-TRANCHE
           END-IF
           MOVE ZERO                TO WS-TR-NB
           .

      *    Fin du fichier : derniere tranche incomplete, total du
      *    fichier au manifeste ou confronte, ligne de compte rendu
       FIN-SIGNATURE-FICHIER.
           IF WS-TR-NB > ZERO
              PERFORM CLOT-TRANCHE
           END-IF
           IF WS-MODE-SIGNATURE
              MOVE SPACES           TO MANI-REC
              MOVE 'F'              TO MANI-TYPE
              MOVE WS-NOM-FICHIER (WS-IDX-FIC) TO MANI-FICHIER
              MOVE WS-TR-NUMERO     TO MANI-NUMERO
              MOVE WS-FI-NB         TO MANI-NB
              MOVE WS-FI-HASH       TO MANI-HASH
              MOVE WS-FI-EMPREINTE  TO MANI-EMPREINTE
              IF WS-SIG-FICHIER-ABSENT
                 MOVE 'A'           TO MANI-ETAT
              END-IF
              WRITE MANI-REC
              ADD 1                 TO WS-NB-LIGNES-MANI
              PERFORM EDITE-SIGNATURE-FICHIER
           ELSE
              PERFORM COMPARE-TOTAL-FICHIER
              PERFORM EDITE-COMPARAISON-FICHIER
           END-IF
           .

      *==============================================================*
      * Mode C : confrontation au manifeste de production            *
      *==============================================================*
      *    Seule la premiere divergence d'un fichier est retenue :
      *    au-dela, un enregistrement manquant decale toutes les
      *    tranches suivantes, qui divergent toutes
       COMPARE-TRANCHE.
           IF WS-RES-DIVERGENT (WS-IDX-FIC)
              EXIT PARAGRAPH
           END-IF
           IF WS-TR-NUMERO > WS-RES-NB-TR-MAN (WS-IDX-FIC)
              MOVE 'TRANCHE EN EXCES'
                                 TO WS-RES-DIV-MOTIF (WS-IDX-FIC)
              MOVE WS-TR-CLE-DEBUT
                                 TO WS-RES-DIV-DEBUT (WS-IDX-FIC)
              MOVE WS-TR-CLE-FIN TO WS-RES-DIV-FIN (WS-IDX-FIC)
              MOVE ZERO          TO WS-RES-DIV-NB-PROD (WS-IDX-FIC)
              MOVE WS-TR-NB      TO WS-RES-DIV-NB-SEC (WS-IDX-FIC)
              PERFORM NOTE-DIVERGENCE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IDX-MAN = WS-RES-PREMIER (WS-IDX-FIC)
                              + WS-TR-NUMERO - 1
           IF WS-MAN-NB (WS-IDX-MAN) NOT = WS-TR-NB
              OR WS-MAN-HASH (WS-IDX-MAN) NOT = WS-TR-HASH
              OR WS-MAN-EMPREINTE (WS-IDX-MAN) NOT = WS-TR-EMPREINTE
              MOVE 'CONTENU DIFFERENT'
                                 TO WS-RES-DIV-MOTIF (WS-IDX-FIC)
              MOVE WS-MAN-CLE-DEBUT (WS-IDX-MAN)
                                 TO WS-RES-DIV-DEBUT (WS-IDX-FIC)
              MOVE WS-MAN-CLE-FIN (WS-IDX-MAN)
                                 TO WS-RES-DIV-FIN (WS-IDX-FIC)
              MOVE WS-MAN-NB (WS-IDX-MAN)
                                 TO WS-RES-DIV-NB-PROD (WS-IDX-FIC)
              MOVE WS-TR-NB      TO WS-RES-DIV-NB-SEC (WS-IDX-FIC)
              PERFORM NOTE-DIVERGENCE
           END-IF
           .

      *    Tranches de production sans equivalent au secours (copie
      *    tronquee), fichier inconnu du manifeste, ou totaux qui
      *    different malgre des tranches conformes
       COMPARE-TOTAL-FICHIER.
           IF WS-RES-DIVERGENT (WS-IDX-FIC)
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-RES-AU-MANIFESTE (WS-IDX-FIC)
              MOVE 'ABSENT DU MANIFESTE'
                                 TO WS-RES-DIV-MOTIF (WS-IDX-FIC)
              MOVE ZERO          TO WS-TR-NUMERO
              MOVE SPACES        TO WS-RES-DIV-DEBUT (WS-IDX-FIC)
              MOVE SPACES        TO WS-RES-DIV-FIN (WS-IDX-FIC)
              MOVE ZERO          TO WS-RES-DIV-NB-PROD (WS-IDX-FIC)
              MOVE WS-FI-NB      TO WS-RES-DIV-NB-SEC (WS-IDX-FIC)
              PERFORM NOTE-DIVERGENCE
              EXIT PARAGRAPH
           END-IF
           IF WS-RES-NB-TR-LOC (WS-IDX-FIC)
              < WS-RES-NB-TR-MAN (WS-IDX-FIC)
              COMPUTE WS-TR-NUMERO
                    = WS-RES-NB-TR-LOC (WS-IDX-FIC) + 1
              COMPUTE WS-IDX-MAN = WS-RES-PREMIER (WS-IDX-FIC)
                                 + WS-TR-NUMERO - 1
              MOVE 'TRANCHE MANQUANTE'
                                 TO WS-RES-DIV-MOTIF (WS-IDX-FIC)
              MOVE WS-MAN-CLE-DEBUT (WS-IDX-MAN)
                                 TO WS-RES-DIV-DEBUT (WS-IDX-FIC)
              MOVE WS-MAN-CLE-FIN (WS-IDX-MAN)
                                 TO WS-RES-DIV-FIN (WS-IDX-FIC)
              MOVE WS-MAN-NB (WS-IDX-MAN)
                                 TO WS-RES-DIV-NB-PROD (WS-IDX-FIC)
              MOVE ZERO          TO WS-RES-DIV-NB-SEC (WS-IDX-FIC)
              PERFORM NOTE-DIVERGENCE
              EXIT PARAGRAPH
           END-IF
           IF WS-RES-MAN-NB (WS-IDX-FIC) NOT = WS-FI-NB
              OR WS-RES-MAN-HASH (WS-IDX-FIC) NOT = WS-FI-HASH
              OR WS-RES-MAN-EMPR (WS-IDX-FIC) NOT = WS-FI-EMPREINTE
              MOVE 'TOTAUX DIFFERENTS'
                                 TO WS-RES-DIV-MOTIF (WS-IDX-FIC)
              MOVE ZERO          TO WS-TR-NUMERO
              MOVE SPACES        TO WS-RES-DIV-DEBUT (WS-IDX-FIC)
              MOVE SPACES        TO WS-RES-DIV-FIN (WS-IDX-FIC)
              MOVE WS-RES-MAN-NB (WS-IDX-FIC)
                                 TO WS-RES-DIV-NB-PROD (WS-IDX-FIC)
              MOVE WS-FI-NB      TO WS-RES-DIV-NB-SEC (WS-IDX-FIC)
              PERFORM NOTE-DIVERGENCE
           END-IF
           .

       NOTE-DIVERGENCE.
           MOVE 1                   TO WS-RES-DIVERGE (WS-IDX-FIC)
           MOVE WS-TR-NUMERO        TO WS-RES-DIV-NUMERO (WS-IDX-FIC)
           ADD 1                    TO WS-NB-DIVERGENTS
           .

      *==============================================================*
      * Compte rendu                                                 *
      *==============================================================*
       EDITE-SIGNATURE-FICHIER.
           MOVE WS-FI-NB            TO WS-NB-EDT
           MOVE WS-TR-NUMERO        TO WS-TRANCHE-EDT
           MOVE WS-FI-HASH          TO WS-HASH-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           IF WS-SIG-FICHIER-ABSENT
              STRING WS-NOM-FICHIER (WS-IDX-FIC)
                     '  ABSENT (signe a zero)'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           ELSE
              STRING WS-NOM-FICHIER (WS-IDX-FIC)
                     '  ' WS-NB-EDT ' enreg. '
                     WS-TRANCHE-EDT ' tranche(s)  HASH '
                     WS-HASH-EDT
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-IF
           WRITE RSEC-REC FROM WS-LIGNE-RAPPORT
           .

       EDITE-COMPARAISON-FICHIER.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           IF NOT WS-RES-DIVERGENT (WS-IDX-FIC)
              MOVE WS-FI-NB         TO WS-NB-EDT
              MOVE WS-TR-NUMERO     TO WS-TRANCHE-EDT
              STRING WS-NOM-FICHIER (WS-IDX-FIC)
                     '  CONFORME   ' WS-NB-EDT ' enreg. '
                     WS-TRANCHE-EDT ' tranche(s)'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RSEC-REC FROM WS-LIGNE-RAPPORT
              EXIT PARAGRAPH
           END-IF

           MOVE WS-RES-DIV-NUMERO (WS-IDX-FIC) TO WS-TRANCHE-EDT
           STRING WS-NOM-FICHIER (WS-IDX-FIC)
                  '  DIVERGENT  tranche ' WS-TRANCHE-EDT
                  '  ' WS-RES-DIV-MOTIF (WS-IDX-FIC)
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RSEC-REC FROM WS-LIGNE-RAPPORT
           IF WS-RES-DIV-DEBUT (WS-IDX-FIC) NOT = SPACE
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING '          cles ' WS-RES-DIV-DEBUT (WS-IDX-FIC)
                     ' a ' WS-RES-DIV-FIN (WS-IDX-FIC)
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RSEC-REC FROM WS-LIGNE-RAPPORT
           END-IF
           MOVE WS-RES-DIV-NB-PROD (WS-IDX-FIC) TO WS-NB-EDT
           MOVE WS-RES-DIV-NB-SEC (WS-IDX-FIC)  TO WS-NB2-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '          enreg. production ' WS-NB-EDT
                  '  secours ' WS-NB2-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RSEC-REC FROM WS-LIGNE-RAPPORT
           DISPLAY 'SECOURS DIVERGENT : ' WS-NOM-FICHIER (WS-IDX-FIC)
                   ' tranche ' WS-TRANCHE-EDT ' '
                   WS-RES-DIV-MOTIF (WS-IDX-FIC)
           .

      *    Bilan : en mode C, alerte E et statut DIVERGE au
      *    referentiel de controle des qu'un fichier diverge (le
      *    tableau de bord du matin FOREX053 les reprend)
       EDITE-BILAN.
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           IF WS-MODE-SIGNATURE
              MOVE WS-NB-LIGNES-MANI TO WS-NB-EDT
              STRING 'TRL FOREX090  MANIFESTE ECRIT, ' WS-NB-EDT
                     ' lignes'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RSEC-REC FROM WS-LIGNE-RAPPORT
              EXIT PARAGRAPH
           END-IF

           MOVE WS-NB-DIVERGENTS    TO WS-NB-EDT
           STRING 'TRL FOREX090  ' WS-NB-EDT
                  ' fichier(s) divergent(s) sur 6'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RSEC-REC FROM WS-LIGNE-RAPPORT

           IF WS-NB-DIVERGENTS > ZERO
              MOVE 'E'              TO WS-ALRT-SEVERITE
              MOVE 'DIVSECOU'       TO WS-ALRT-CODE
              MOVE 'Site de secours divergent (FICRSEC)'
                                    TO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
              IF WS-RC-RUN < 08
                 MOVE 08            TO WS-RC-RUN
              END-IF
           END-IF

      *    Enregistrement de la comparaison dans le referentiel
      *    central des totaux de controle (copybook CTLP)
           MOVE 'FOREX090'          TO WS-CTL-PROGRAMME
           MOVE WS-NB-ENREG-LUS     TO WS-CTL-NB-LUS
           MOVE ZERO                TO WS-CTL-NB-ECRITS
           MOVE WS-NB-DIVERGENTS    TO WS-CTL-NB-REJETES
           MOVE ZERO                TO WS-CTL-TOTAL
           IF WS-NB-DIVERGENTS > ZERO
              MOVE 'DIVERGE '       TO WS-CTL-STATUT
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
           MOVE WS-NB-ENREG-LUS     TO WS-NB-EDT
           IF WS-MODE-SIGNATURE
              DISPLAY 'Signatures des fichiers proteges ecrites'
              CLOSE FIC-MANIFESTE
           ELSE
              DISPLAY 'Comparaison du site de secours terminee'
           END-IF
           DISPLAY 'ENREGISTREMENTS  = ' WS-NB-EDT
           MOVE WS-NB-TRANCHES      TO WS-NB-EDT
           DISPLAY 'TRANCHES         = ' WS-NB-EDT
           MOVE WS-NB-DIVERGENTS    TO WS-NB-EDT
           DISPLAY 'DIVERGENTS       = ' WS-NB-EDT

           CLOSE FIC-RAPPORT-SECOURS

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-MANI'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-MANI      TO WS-JSUM-FIC-STATUT
           IF WS-MODE-SIGNATURE
              MOVE WS-NB-LIGNES-MANI TO WS-JSUM-FIC-ECRITS
           ELSE
              MOVE WS-NB-LIGNES-MANI TO WS-JSUM-FIC-LUS
           END-IF
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-RSEC'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-RAPPORT   TO WS-JSUM-FIC-STATUT
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB

           GOBACK.
