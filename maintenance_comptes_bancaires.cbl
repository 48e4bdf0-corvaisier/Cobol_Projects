       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX069.
      *==============================================================*
      * PROGRAMME de maintenance du referentiel des comptes          *
      * bancaires des beneficiaires                                  *
      *   - Les instructions de FOREX056 ne portaient que le         *
      *     libelle de 20 caracteres FIC1-CH2 : la banque devait     *
      *     retrouver le compte a crediter a la main. Le             *
      *     referentiel FIC-COMPTES-BANC (KSDS, cle = CTP-CODE de    *
      *     FIC-CONTREPARTIES) porte desormais IBAN, BIC, titulaire  *
      *     du compte et periode de validite                         *
      *   - Meme mecanique de maintenance batch que FOREX055 : un    *
      *     fichier de mouvements FIC-CPTB-MVT (code A/M/S +         *
      *     zones), applique par WRITE/REWRITE/DELETE                *
      *   - Tout IBAN est controle au chargement : longueur          *
      *     attendue pour son pays et cle de controle modulo 97      *
      *     (ISO 13616) ; le BIC doit avoir 8 ou 11 caracteres de    *
      *     forme correcte. Un compte refuse n'entre jamais au       *
      *     referentiel                                              *
      *   - La contrepartie doit exister dans FIC-CONTREPARTIES      *
      *   - Chaque mouvement, applique ou refuse, laisse sa trace    *
      *     dans le journal FIC-CPTB-JRN                             *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Referentiel des comptes bancaires, en mise a jour par cle
           SELECT FIC-COMPTES-BANC
                     ASSIGN to FICCPTB
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CPTB-CODE-CTP
                     FILE STATUS is WS-STATUS-CPTB.
      * Referentiel des contreparties, pour le controle d'existence
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * Mouvements du jour sur le referentiel
           SELECT FIC-CPTB-MVT
                     ASSIGN to FICCPTMV
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-MVT.
      * Journal des mouvements appliques ou refuses
           SELECT FIC-CPTB-JRN
                     ASSIGN to FICCPTJR
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-JRN.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Compte bancaire : dessin partage avec FOREX056 (CPTBREC)
       FD  FIC-COMPTES-BANC.
           COPY CPTBREC.

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
      *    Societe du groupe : code de l'entite juridique que cette
      *    contrepartie represente ('**' = entite par defaut) -
      *    blanc = tiers hors groupe
         10 CTP-ENTITE-GROUPE  PIC X(02).
             88 CTP-HORS-GROUPE          VALUE SPACE.
         10 FILLER             PIC X(18).

      * Mouvement : code (A=ajout, M=modification, S=suppression),
      * cle visee et zones - sur une modification, seules les zones
      * renseignees ecrasent l'existant, comme FOREX055
       FD  FIC-CPTB-MVT.
       01  CPTMV-REC.
         10 CPTMV-CODE-MVT     PIC X(01).
             88 CPTMV-AJOUT              VALUE 'A'.
             88 CPTMV-MODIF              VALUE 'M'.
             88 CPTMV-SUPPR              VALUE 'S'.
         10 CPTMV-CLE          PIC X(06).
         10 CPTMV-IBAN         PIC X(34).
         10 CPTMV-BIC          PIC X(11).
         10 CPTMV-TITULAIRE    PIC X(35).
         10 CPTMV-DATE-DEBUT   PIC X(08).
         10 CPTMV-DATE-FIN     PIC X(08).
         10 CPTMV-STATUT       PIC X(01).
         10 FILLER             PIC X(16).

      * Journal : horodatage, mouvement, cle, sort et motif
       FD  FIC-CPTB-JRN.
       01  CPTJR-REC.
         10 CPTJR-DATE-HEURE   PIC X(17).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 CPTJR-CODE-MVT     PIC X(01).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 CPTJR-CLE          PIC X(06).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 CPTJR-RESULTAT     PIC X(08).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 CPTJR-MOTIF        PIC X(20).
         10 FILLER             PIC X(24)  VALUE SPACE.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-CPTB       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-MVT        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-MVT     PIC 9      VALUE ZERO.
               88 WS-FIN-MVT                   VALUE 1.
           02  WS-STATUS-JRN        PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-MVT-LUS        PIC S9(9)  VALUE ZERO.
           02  WS-NB-AJOUTS         PIC S9(9)  VALUE ZERO.
           02  WS-NB-MODIFS         PIC S9(9)  VALUE ZERO.
           02  WS-NB-SUPPRESSIONS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-REFUSES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-IBAN-REFUSES   PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZ9.

      *    Sort reserve au mouvement courant, reporte au journal
       01  WS-RESULTAT-MVT.
           02  WS-MVT-APPLIQUE      PIC 9        VALUE 1.
               88 WS-MVT-EST-APPLIQUE           VALUE 1.
           02  WS-MOTIF-REFUS       PIC X(20)    VALUE SPACE.

      *    Longueur de l'IBAN par pays (ISO 13616) - un pays absent
      *    de la table refuse le compte, la table s'etend ici
       01  WS-TABLE-PAYS-IBAN.
           02  FILLER               PIC X(20)
                                    VALUE 'AT20BE16CH21CY28CZ24'.
           02  FILLER               PIC X(20)
                                    VALUE 'DE22DK18EE20ES24FI18'.
           02  FILLER               PIC X(20)
                                    VALUE 'FR27GB22GR27HR21HU28'.
           02  FILLER               PIC X(20)
                                    VALUE 'IE22IS26IT27LI21LT20'.
           02  FILLER               PIC X(20)
                                    VALUE 'LU20LV21MC27MT31NL18'.
           02  FILLER               PIC X(20)
                                    VALUE 'NO15PL28PT25RO24SE24'.
           02  FILLER               PIC X(12)
                                    VALUE 'SI19SK24SM27'.
       01  WS-TAB-PAYS-IBAN REDEFINES WS-TABLE-PAYS-IBAN.
           02  WS-PIB-ENTREE OCCURS 33.
               05 WS-PIB-PAYS       PIC X(02).
               05 WS-PIB-LONGUEUR   PIC 9(02).
       01  WS-NB-PAYS-IBAN          PIC S9(4) COMP SYNC VALUE 33.
       01  WS-IDX-PIB               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-PIB-TROUVE      PIC 9      VALUE ZERO.
           88 WS-PIB-TROUVE                    VALUE 1.

      *    Controle de l'IBAN et du BIC du mouvement courant
       01  WS-CONTROLE-COMPTE.
           02  WS-IBAN              PIC X(34)  VALUE SPACE.
           02  WS-BIC               PIC X(11)  VALUE SPACE.
           02  WS-CAR               PIC X(01)  VALUE SPACE.
           02  WS-CHIFFRE REDEFINES WS-CAR
                                    PIC 9(01).
           02  WS-INDIC-COMPTE-OK   PIC 9      VALUE ZERO.
               88 WS-COMPTE-OK                 VALUE 1.
       01  WS-CALCULS-IBAN  COMP SYNC.
           02  WS-LG-IBAN           PIC S9(4)  VALUE ZERO.
           02  WS-LG-BIC            PIC S9(4)  VALUE ZERO.
           02  WS-IDX-CAR           PIC S9(4)  VALUE ZERO.
           02  WS-POS-CAR           PIC S9(4)  VALUE ZERO.
           02  WS-IDX-LETTRE        PIC S9(4)  VALUE ZERO.
           02  WS-VALEUR-CAR        PIC S9(4)  VALUE ZERO.
           02  WS-RESTE-97          PIC S9(9)  VALUE ZERO.
      *    Valeur des lettres dans le calcul modulo 97 : A = 10 a
      *    Z = 35, par rang dans l'alphabet (independant du jeu de
      *    caracteres de la machine)
       01  WS-ALPHABET              PIC X(26)
                              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.

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
           MOVE 'FOREX069'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

      *    Referentiel : OPEN I-O, le premier OPEN OUTPUT charge un
      *    cluster defini mais jamais charge (statut 35), meme
      *    idiome que CTLP
           OPEN I-O FIC-COMPTES-BANC
           IF WS-STATUS-CPTB = '35'
              OPEN OUTPUT FIC-COMPTES-BANC
           END-IF
           MOVE WS-STATUS-CPTB      TO WS-FSTA-STATUT
           MOVE 'FIC-CPTB'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-CONTREPARTIES
           MOVE WS-STATUS-CTP       TO WS-FSTA-STATUT
           MOVE 'FIC-CTP'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-CPTB-MVT
           MOVE WS-STATUS-MVT       TO WS-FSTA-STATUT
           MOVE 'FIC-CPTMV'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-CPTB-JRN
           MOVE WS-STATUS-JRN       TO WS-FSTA-STATUT
           MOVE 'FIC-CPTJR'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           PERFORM LIT-MOUVEMENT
           .

       LIT-MOUVEMENT.
           READ FIC-CPTB-MVT
            AT END
              SET WS-FIN-MVT       TO TRUE
            NOT AT END
              MOVE WS-STATUS-MVT   TO WS-FSTA-STATUT
              MOVE 'FIC-CPTMV'     TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-MVT-LUS
           END-READ
           .

       TRAITEMENT.
           MOVE 1                   TO WS-MVT-APPLIQUE
           MOVE SPACE               TO WS-MOTIF-REFUS

           IF CPTMV-CLE = SPACE
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'CLE A BLANC'    TO WS-MOTIF-REFUS
           ELSE
              EVALUATE TRUE
                 WHEN CPTMV-AJOUT
                    PERFORM APPLIQUE-AJOUT
                 WHEN CPTMV-MODIF
                    PERFORM APPLIQUE-MODIFICATION
                 WHEN CPTMV-SUPPR
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

      *    Ajout : IBAN, BIC et titulaire obligatoires, contrepartie
      *    connue du referentiel, debut de validite a la date du
      *    jour par defaut, statut actif par defaut - une cle deja
      *    presente refuse le mouvement
       APPLIQUE-AJOUT.
           IF CPTMV-IBAN = SPACE
              OR CPTMV-BIC = SPACE
              OR CPTMV-TITULAIRE = SPACE
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'AJOUT INCOMPLET'  TO WS-MOTIF-REFUS
              EXIT PARAGRAPH
           END-IF
           MOVE CPTMV-CLE           TO CTP-CODE
           READ FIC-CONTREPARTIES
              INVALID KEY
                 MOVE ZERO             TO WS-MVT-APPLIQUE
                 MOVE 'CTP INCONNUE'   TO WS-MOTIF-REFUS
           END-READ
           IF NOT WS-MVT-EST-APPLIQUE
              EXIT PARAGRAPH
           END-IF

           MOVE CPTMV-IBAN          TO WS-IBAN
           PERFORM CONTROLE-IBAN
           IF NOT WS-COMPTE-OK
              EXIT PARAGRAPH
           END-IF
           MOVE CPTMV-BIC           TO WS-BIC
           PERFORM CONTROLE-BIC
           IF NOT WS-COMPTE-OK
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES              TO CPTB-REC
           MOVE CPTMV-CLE           TO CPTB-CODE-CTP
           MOVE CPTMV-IBAN          TO CPTB-IBAN
           MOVE CPTMV-BIC           TO CPTB-BIC
           MOVE CPTMV-TITULAIRE     TO CPTB-TITULAIRE
           MOVE WS-DHS-DATE         TO CPTB-DATE-DEBUT
           MOVE ZERO                TO CPTB-DATE-FIN
           MOVE 'A'                 TO CPTB-STATUT
           PERFORM APPLIQUE-VALIDITE
           IF NOT WS-MVT-EST-APPLIQUE
              EXIT PARAGRAPH
           END-IF
           WRITE CPTB-REC
              INVALID KEY
                 MOVE ZERO                TO WS-MVT-APPLIQUE
                 MOVE 'CLE DEJA PRESENTE' TO WS-MOTIF-REFUS
              NOT INVALID KEY
                 ADD 1                    TO WS-NB-AJOUTS
           END-WRITE
           .

      *    Modification : seules les zones renseignees ecrasent
      *    l'existant ; un nouvel IBAN ou BIC repasse les memes
      *    controles qu'a l'ajout
       APPLIQUE-MODIFICATION.
           MOVE CPTMV-CLE           TO CPTB-CODE-CTP
           READ FIC-COMPTES-BANC
              INVALID KEY
                 MOVE ZERO             TO WS-MVT-APPLIQUE
                 MOVE 'CLE ABSENTE'    TO WS-MOTIF-REFUS
           END-READ
           IF NOT WS-MVT-EST-APPLIQUE
              EXIT PARAGRAPH
           END-IF

           IF CPTMV-IBAN NOT = SPACE
              MOVE CPTMV-IBAN       TO WS-IBAN
              PERFORM CONTROLE-IBAN
              IF NOT WS-COMPTE-OK
                 EXIT PARAGRAPH
              END-IF
              MOVE CPTMV-IBAN       TO CPTB-IBAN
           END-IF
           IF CPTMV-BIC NOT = SPACE
              MOVE CPTMV-BIC        TO WS-BIC
              PERFORM CONTROLE-BIC
              IF NOT WS-COMPTE-OK
                 EXIT PARAGRAPH
              END-IF
              MOVE CPTMV-BIC        TO CPTB-BIC
           END-IF
           IF CPTMV-TITULAIRE NOT = SPACE
              MOVE CPTMV-TITULAIRE  TO CPTB-TITULAIRE
           END-IF
           PERFORM APPLIQUE-VALIDITE
           IF NOT WS-MVT-EST-APPLIQUE
              EXIT PARAGRAPH
           END-IF
           REWRITE CPTB-REC
              INVALID KEY
                 MOVE ZERO          TO WS-MVT-APPLIQUE
                 MOVE 'ERREUR REWRITE' TO WS-MOTIF-REFUS
              NOT INVALID KEY
                 ADD 1              TO WS-NB-MODIFS
           END-REWRITE
           .

      *    Dates de validite et statut du mouvement, s'ils sont
      *    renseignes : dates numeriques, fin posterieure au debut,
      *    statut A ou S
       APPLIQUE-VALIDITE.
           IF CPTMV-DATE-DEBUT NOT = SPACE
              IF CPTMV-DATE-DEBUT NOT NUMERIC
                 MOVE ZERO          TO WS-MVT-APPLIQUE
                 MOVE 'DATE DEBUT INVALIDE' TO WS-MOTIF-REFUS
                 EXIT PARAGRAPH
              END-IF
              MOVE CPTMV-DATE-DEBUT TO CPTB-DATE-DEBUT
           END-IF
           IF CPTMV-DATE-FIN NOT = SPACE
              IF CPTMV-DATE-FIN NOT NUMERIC
                 MOVE ZERO          TO WS-MVT-APPLIQUE
                 MOVE 'DATE FIN INVALIDE' TO WS-MOTIF-REFUS
                 EXIT PARAGRAPH
              END-IF
              MOVE CPTMV-DATE-FIN   TO CPTB-DATE-FIN
           END-IF
           IF CPTB-DATE-FIN > ZERO
              AND CPTB-DATE-FIN < CPTB-DATE-DEBUT
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'VALIDITE INCOHERENTE' TO WS-MOTIF-REFUS
              EXIT PARAGRAPH
           END-IF
           IF CPTMV-STATUT NOT = SPACE
              IF CPTMV-STATUT NOT = 'A'
                 AND CPTMV-STATUT NOT = 'S'
                 MOVE ZERO          TO WS-MVT-APPLIQUE
                 MOVE 'STATUT INVALIDE' TO WS-MOTIF-REFUS
                 EXIT PARAGRAPH
              END-IF
              MOVE CPTMV-STATUT     TO CPTB-STATUT
           END-IF
           .

       APPLIQUE-SUPPRESSION.
           MOVE CPTMV-CLE           TO CPTB-CODE-CTP
           DELETE FIC-COMPTES-BANC
              INVALID KEY
                 MOVE ZERO             TO WS-MVT-APPLIQUE
                 MOVE 'CLE ABSENTE'    TO WS-MOTIF-REFUS
              NOT INVALID KEY
                 ADD 1                 TO WS-NB-SUPPRESSIONS
           END-DELETE
           .

      *    Controle de l'IBAN de WS-IBAN (ISO 13616) :
      *      - pays sur 2 lettres, cle sur 2 chiffres, aucun blanc
      *        ni caractere hors chiffres et majuscules
      *      - longueur attendue pour le pays (table ci-dessus)
      *      - les 4 premiers caracteres reportes en fin, chaque
      *        lettre remplacee par sa valeur (A = 10 ... Z = 35),
      *        le nombre obtenu modulo 97 doit valoir 1 - calcule
      *        de proche en proche, le nombre entier depasserait
      *        toute zone numerique
      *    Un refus pose le motif et remet WS-MVT-APPLIQUE a zero
       CONTROLE-IBAN.
           MOVE ZERO                TO WS-INDIC-COMPTE-OK
           MOVE ZERO                TO WS-LG-IBAN
           PERFORM VARYING WS-IDX-CAR
                   FROM    34 BY -1
                   UNTIL   WS-IDX-CAR < 1
                        OR WS-LG-IBAN > ZERO
              IF WS-IBAN (WS-IDX-CAR:1) NOT = SPACE
                 MOVE WS-IDX-CAR    TO WS-LG-IBAN
              END-IF
           END-PERFORM

           IF WS-LG-IBAN < 5
              OR WS-IBAN (1:2) NOT ALPHABETIC-UPPER
              OR WS-IBAN (1:1) = SPACE
              OR WS-IBAN (2:1) = SPACE
              OR WS-IBAN (3:2) NOT NUMERIC
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'IBAN MAL FORME' TO WS-MOTIF-REFUS
              ADD 1                 TO WS-NB-IBAN-REFUSES
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO                TO WS-INDIC-PIB-TROUVE
           PERFORM VARYING WS-IDX-PIB
                   FROM    1 BY 1
                   UNTIL   WS-IDX-PIB > WS-NB-PAYS-IBAN
                        OR WS-PIB-TROUVE
              IF WS-PIB-PAYS (WS-IDX-PIB) = WS-IBAN (1:2)
                 SET WS-PIB-TROUVE  TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-PIB-TROUVE
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'IBAN PAYS INCONNU' TO WS-MOTIF-REFUS
              ADD 1                 TO WS-NB-IBAN-REFUSES
              EXIT PARAGRAPH
           END-IF
           SUBTRACT 1               FROM WS-IDX-PIB
           IF WS-LG-IBAN NOT = WS-PIB-LONGUEUR (WS-IDX-PIB)
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'IBAN LONGUEUR FAUSSE' TO WS-MOTIF-REFUS
              ADD 1                 TO WS-NB-IBAN-REFUSES
              EXIT PARAGRAPH
           END-IF

      *    Reste modulo 97, caractere par caractere, a partir de la
      *    5e position puis des 4 premieres
           MOVE ZERO                TO WS-RESTE-97
           MOVE 1                   TO WS-INDIC-COMPTE-OK
           PERFORM CUMULE-CAR-IBAN
             VARYING WS-IDX-CAR
             FROM    1 BY 1
             UNTIL   WS-IDX-CAR > WS-LG-IBAN
                  OR NOT WS-COMPTE-OK
           IF NOT WS-COMPTE-OK
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'IBAN MAL FORME' TO WS-MOTIF-REFUS
              ADD 1                 TO WS-NB-IBAN-REFUSES
              EXIT PARAGRAPH
           END-IF
           IF WS-RESTE-97 NOT = 1
              MOVE ZERO             TO WS-INDIC-COMPTE-OK
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'IBAN CLE FAUSSE' TO WS-MOTIF-REFUS
              ADD 1                 TO WS-NB-IBAN-REFUSES
           END-IF
           .

      *    Un caractere de l'IBAN dans le reste modulo 97 : position
      *    lue apres rotation des 4 premiers caracteres en fin
       CUMULE-CAR-IBAN.
           IF WS-IDX-CAR > WS-LG-IBAN - 4
              COMPUTE WS-POS-CAR = WS-IDX-CAR - WS-LG-IBAN + 4
           ELSE
              COMPUTE WS-POS-CAR = WS-IDX-CAR + 4
           END-IF
           MOVE WS-IBAN (WS-POS-CAR:1) TO WS-CAR
           IF WS-CAR NUMERIC
              COMPUTE WS-RESTE-97 = FUNCTION MOD
                      (WS-RESTE-97 * 10 + WS-CHIFFRE 97)
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                TO WS-IDX-LETTRE
           PERFORM VARYING WS-VALEUR-CAR
                   FROM    1 BY 1
                   UNTIL   WS-VALEUR-CAR > 26
                        OR WS-IDX-LETTRE > ZERO
              IF WS-ALPHABET (WS-VALEUR-CAR:1) = WS-CAR
                 MOVE WS-VALEUR-CAR TO WS-IDX-LETTRE
              END-IF
           END-PERFORM
           IF WS-IDX-LETTRE = ZERO
              MOVE ZERO             TO WS-INDIC-COMPTE-OK
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RESTE-97 = FUNCTION MOD
                   (WS-RESTE-97 * 100 + WS-IDX-LETTRE + 9 97)
           .

      *    Controle de forme du BIC de WS-BIC (ISO 9362) : 8 ou 11
      *    caracteres sans blanc, banque et pays en lettres (6
      *    premieres positions), localisation et agence en
      *    chiffres ou majuscules
       CONTROLE-BIC.
           MOVE ZERO                TO WS-INDIC-COMPTE-OK
           MOVE ZERO                TO WS-LG-BIC
           PERFORM VARYING WS-IDX-CAR
                   FROM    11 BY -1
                   UNTIL   WS-IDX-CAR < 1
                        OR WS-LG-BIC > ZERO
              IF WS-BIC (WS-IDX-CAR:1) NOT = SPACE
                 MOVE WS-IDX-CAR    TO WS-LG-BIC
              END-IF
           END-PERFORM
           IF (WS-LG-BIC NOT = 8 AND WS-LG-BIC NOT = 11)
              OR WS-BIC (1:6) NOT ALPHABETIC-UPPER
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'BIC MAL FORME'  TO WS-MOTIF-REFUS
              EXIT PARAGRAPH
           END-IF
           MOVE 1                   TO WS-INDIC-COMPTE-OK
           PERFORM VARYING WS-IDX-CAR
                   FROM    1 BY 1
                   UNTIL   WS-IDX-CAR > WS-LG-BIC
              MOVE WS-BIC (WS-IDX-CAR:1) TO WS-CAR
              IF WS-CAR = SPACE
                 OR (WS-CAR NOT NUMERIC
                     AND WS-CAR NOT ALPHABETIC-UPPER)
                 MOVE ZERO          TO WS-INDIC-COMPTE-OK
              END-IF
           END-PERFORM
           IF NOT WS-COMPTE-OK
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'BIC MAL FORME'  TO WS-MOTIF-REFUS
           END-IF
           .

       ECRIT-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           STRING WS-DHS-ANNEE "-" WS-DHS-MOIS "-" WS-DHS-JOUR "-"
                  WS-DHS-HEURE WS-DHS-MINUTE WS-DHS-SECONDE
                  DELIMITED BY SIZE
             INTO WS-DATE-HEURE-EDT
           MOVE SPACES              TO CPTJR-REC
           MOVE WS-DATE-HEURE-EDT   TO CPTJR-DATE-HEURE
           MOVE CPTMV-CODE-MVT      TO CPTJR-CODE-MVT
           MOVE CPTMV-CLE           TO CPTJR-CLE
           IF WS-MVT-EST-APPLIQUE
              MOVE 'APPLIQUE'       TO CPTJR-RESULTAT
           ELSE
              MOVE 'REFUSE  '       TO CPTJR-RESULTAT
              MOVE WS-MOTIF-REFUS   TO CPTJR-MOTIF
           END-IF
           WRITE CPTJR-REC
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           MOVE WS-NB-MVT-LUS       TO WS-NB-EDT
           DISPLAY 'Maintenance des comptes bancaires terminee'
           DISPLAY 'MOUVEMENTS LUS = ' WS-NB-EDT
           MOVE WS-NB-AJOUTS        TO WS-NB-EDT
           DISPLAY 'AJOUTS         = ' WS-NB-EDT
           MOVE WS-NB-MODIFS        TO WS-NB-EDT
           DISPLAY 'MODIFICATIONS  = ' WS-NB-EDT
           MOVE WS-NB-SUPPRESSIONS  TO WS-NB-EDT
           DISPLAY 'SUPPRESSIONS   = ' WS-NB-EDT
           MOVE WS-NB-REFUSES       TO WS-NB-EDT
           DISPLAY 'REFUSES        = ' WS-NB-EDT
           MOVE WS-NB-IBAN-REFUSES  TO WS-NB-EDT
           DISPLAY '  DONT IBAN    = ' WS-NB-EDT

           CLOSE FIC-COMPTES-BANC
                 FIC-CONTREPARTIES
                 FIC-CPTB-MVT
                 FIC-CPTB-JRN

      *    Des mouvements refuses laissent le referentiel en retard
      *    sur la demande : avertissement
           IF WS-NB-REFUSES > ZERO
              MOVE 4                TO RETURN-CODE
              MOVE 4                TO WS-JSUM-SEVERITE
           END-IF

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-CPTMV'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-MVT       TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-MVT-LUS       TO WS-JSUM-FIC-LUS
           MOVE WS-NB-REFUSES       TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-CPTB'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-CPTB      TO WS-JSUM-FIC-STATUT
           COMPUTE WS-JSUM-FIC-ECRITS = WS-NB-AJOUTS
                 + WS-NB-MODIFS + WS-NB-SUPPRESSIONS
           PERFORM NOTE-FICHIER-RESUME
           PERFORM EMET-RESUME-JOB

           GOBACK.
