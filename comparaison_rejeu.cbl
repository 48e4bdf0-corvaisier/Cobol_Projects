       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX124.
      *==============================================================*
      * PROGRAMME de comparaison du rejeu d'une journee passee de    *
      * FOREX00B avec les chiffres publies ce jour-la                *
      *   - Un taux de FIC-TAUX-CHANGE ou un FIC-PARAM errone se     *
      *     decouvre parfois des jours plus tard : FOREX00B rejoue   *
      *     la journee (carte FIC-PARAM-REJEU) sur sa generation     *
      *     archivee de FIC-TRANSACTIONS et ecrit des sorties        *
      *     retraitees a cote des sorties publiees                   *
      *   - Ce programme confronte, pour la date metier de la meme   *
      *     carte, les totaux (FIC-HISTO-TOTAUX du jour contre       *
      *     FIC-HISTO-RETRAITE), la ventilation de la TVA pays par   *
      *     pays (les deux generations de FIC-TVA-PAYS) et les       *
      *     lignes d'utilisation des limites d'exposition (les deux  *
      *     FIC-RAPPORT-EXPO, facultatifs)                           *
      *   - L'etat FIC-RAPPORT-REJEU montre origine, retraite et     *
      *     ecart, chaque ecart marque d'une etoile ; la finance     *
      *     decide sur cet etat de comptabiliser ou non le           *
      *     retraitement - rien n'est remplace ici                   *
      *   - Au moins un ecart : RC 4 et alerte W RETRAIT ; date      *
      *     invalide, totaux retraites absents ou d'une autre        *
      *     journee : RC 16                                          *
      *   - Les cartes 'C fichier motif' qui suivent la date nomment *
      *     les fichiers que le rejeu a lus dans leur etat actuel,   *
      *     faute de pouvoir les reconstituer a la date (hors        *
      *     registre FOREX091) : l'etat les liste avant le verdict,  *
      *     le retraitement en depend autant que des cours corriges  *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Date metier de la journee rejouee (meme carte que FOREX00B)
           SELECT FIC-PARAM-REJEU
                     ASSIGN to FICPREJ
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PREJ.
      * Totaux publies : historique des runs de FOREX00B
           SELECT FIC-HISTO-TOTAUX
                     ASSIGN to FICHISTO
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-HISTO.
      * Totaux retraites ecrits par le rejeu de FOREX00B
           SELECT FIC-HISTO-RETRAITE
                     ASSIGN to FICHRET
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-HRET.
      * Ventilation TVA publiee (generation FICTVAP de la journee)
           SELECT FIC-TVA-ORIGINE
                     ASSIGN to FICTVAPO
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TVAO.
      * Ventilation TVA retraitee
           SELECT FIC-TVA-RETRAITE
                     ASSIGN to FICTVAPR
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TVAR.
      * Utilisation des limites publiee (facultatif)
           SELECT FIC-EXPO-ORIGINE
                     ASSIGN to FICREXPO
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EXPO.
      * Utilisation des limites retraitee (facultatif)
           SELECT FIC-EXPO-RETRAITE
                     ASSIGN to FICREXPR
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EXPR.
      * Etat de comparaison pour la finance
           SELECT FIC-RAPPORT-REJEU
                     ASSIGN to FICRREJ
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RREJ.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM-REJEU.
       01  PREJ-REC.
         10 PREJ-DATE                PIC X(08).
         10 FILLER                   PIC X(72).
      * Cartes suivantes : fichier lu par le rejeu dans son etat
      * actuel, et pourquoi
       01  PREJ-LIMITE-REC.
         10 PREJ-TYPE                PIC X(01).
             88 PREJ-NON-REJOUABLE             VALUE 'C'.
         10 FILLER                   PIC X(01).
         10 PREJ-FICHIER             PIC X(08).
         10 FILLER                   PIC X(01).
         10 PREJ-MOTIF               PIC X(60).
         10 FILLER                   PIC X(09).

      * Meme dessin que FOREX00B
       FD  FIC-HISTO-TOTAUX.
       01  HISTO-REC.
         10 HISTO-DATE               PIC 9(08).
         10 HISTO-TOTAL-ARRONDI      PIC S9(10)V99.
         10 HISTO-MOYENNE-ARRONDIE   PIC S9(09)V99.
         10 FILLER                   PIC X(49).

       FD  FIC-HISTO-RETRAITE.
       01  HRET-REC.
         10 HRET-DATE                PIC 9(08).
         10 HRET-TOTAL-ARRONDI       PIC S9(10)V99.
         10 HRET-MOYENNE-ARRONDIE    PIC S9(09)V99.
         10 FILLER                   PIC X(49).

      * Ventilation de la TVA par pays : meme dessin que FOREX00B
       FD  FIC-TVA-ORIGINE.
       01  TVAO-REC.
         10 TVAO-CODE-PAYS     PIC X(03).
         10 FILLER             PIC X(01).
         10 TVAO-NB-TRANS      PIC 9(07).
         10 FILLER             PIC X(01).
         10 TVAO-TOTAL-HT      PIC S9(11)V99.
         10 FILLER             PIC X(01).
         10 TVAO-TOTAL-TVA     PIC S9(11)V99.
         10 FILLER             PIC X(01).
         10 TVAO-TOTAL-TTC     PIC S9(11)V99.
         10 FILLER             PIC X(01).
         10 TVAO-TAUX          PIC 9V999.
         10 FILLER             PIC X(01).
         10 TVAO-BASE-AUTOLIQ  PIC S9(11)V99.
         10 FILLER             PIC X(08).

       FD  FIC-TVA-RETRAITE.
       01  TVAR-REC.
         10 TVAR-CODE-PAYS     PIC X(03).
         10 FILLER             PIC X(01).
         10 TVAR-NB-TRANS      PIC 9(07).
         10 FILLER             PIC X(01).
         10 TVAR-TOTAL-HT      PIC S9(11)V99.
         10 FILLER             PIC X(01).
         10 TVAR-TOTAL-TVA     PIC S9(11)V99.
         10 FILLER             PIC X(01).
         10 TVAR-TOTAL-TTC     PIC S9(11)V99.
         10 FILLER             PIC X(01).
         10 TVAR-TAUX          PIC 9V999.
         10 FILLER             PIC X(01).
         10 TVAR-BASE-AUTOLIQ  PIC S9(11)V99.
         10 FILLER             PIC X(08).

      * Rapport d'utilisation des limites : une ligne de titre,
      * puis une ligne par pays (code pays en colonnes 3 a 5)
       FD  FIC-EXPO-ORIGINE.
       01  EXPO-REC             PIC X(80).

       FD  FIC-EXPO-RETRAITE.
       01  EXPR-REC             PIC X(80).

       FD  FIC-RAPPORT-REJEU.
       01  RREJ-REC             PIC X(132).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PREJ       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PREJ    PIC 9      VALUE ZERO.
               88 WS-FIN-PREJ                  VALUE 1.
           02  WS-STATUS-HISTO      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-HISTO   PIC 9      VALUE ZERO.
               88 WS-FIN-HISTO                 VALUE 1.
           02  WS-INDIC-HISTO-JOUR  PIC 9      VALUE ZERO.
               88 WS-HISTO-JOUR-TROUVE         VALUE 1.
           02  WS-STATUS-HRET       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-TVAO       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TVAO    PIC 9      VALUE ZERO.
               88 WS-FIN-TVAO                  VALUE 1.
           02  WS-STATUS-TVAR       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TVAR    PIC 9      VALUE ZERO.
               88 WS-FIN-TVAR                  VALUE 1.
           02  WS-STATUS-EXPO       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-EXPO    PIC 9      VALUE ZERO.
               88 WS-FIN-EXPO                  VALUE 1.
           02  WS-STATUS-EXPR       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-EXPR    PIC 9      VALUE ZERO.
               88 WS-FIN-EXPR                  VALUE 1.
           02  WS-STATUS-RREJ       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-HISTO-LUS      PIC S9(9)  VALUE ZERO.
           02  WS-NB-TVAO-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-TVAR-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-EXPO-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-EXPR-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-ECARTS         PIC S9(9)  VALUE ZERO.
           02  WS-NB-ECARTS-TOTAUX  PIC S9(9)  VALUE ZERO.
           02  WS-NB-ECARTS-TVA     PIC S9(9)  VALUE ZERO.
           02  WS-NB-ECARTS-EXPO    PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *    Journee rejouee
       01  WS-PREJ-DATE-LUE         PIC X(08)  VALUE SPACE.
       01  WS-DATE-REJEU            PIC 9(08)  VALUE ZERO.

      *    Fichiers lus par le rejeu dans leur etat actuel
       01  WS-NB-NREJ               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-NON-REJOUABLES.
           02  WS-NREJ OCCURS 20.
               05 WS-NREJ-FICHIER   PIC X(08).
               05 WS-NREJ-MOTIF     PIC X(60).
       01  WS-IDX-NREJ              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-DATE-JOUR             PIC 9(08)  VALUE ZERO.

      *    Totaux publies (dernier run de la journee) et retraites
       01  WS-TOTAUX.
           02  WS-ORI-TOTAL         PIC S9(13)V99 VALUE ZERO.
           02  WS-ORI-MOYENNE       PIC S9(13)V99 VALUE ZERO.
           02  WS-RET-TOTAL         PIC S9(13)V99 VALUE ZERO.
           02  WS-RET-MOYENNE       PIC S9(13)V99 VALUE ZERO.

      *    Ligne de comparaison : libelle, origine, retraite ; l'ecart
      *    et la marque se deduisent
       01  WS-COMPARAISON.
           02  WS-CMP-LIBELLE       PIC X(24)  VALUE SPACE.
           02  WS-CMP-ORIGINE       PIC S9(13)V99 VALUE ZERO.
           02  WS-CMP-RETRAITE      PIC S9(13)V99 VALUE ZERO.
           02  WS-CMP-ECART         PIC S9(13)V99 VALUE ZERO.
      *    Comparaison d'un nombre (edite sans decimales)
           02  WS-INDIC-CMP-NB      PIC 9      VALUE ZERO.
               88 WS-CMP-NOMBRE                VALUE 1.
       01  WS-NB-SIGNE-EDT          PIC -ZZZ.ZZZ.ZZ9.

      *    Ventilation TVA des deux runs, rapprochee par code pays
       01  WS-NB-PAYS               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-PAYS.
           02  WS-PAYS OCCURS 100.
               05 WS-PAYS-CODE      PIC X(03).
               05 WS-PO-NB          PIC S9(9)     COMP-3.
               05 WS-PO-HT          PIC S9(13)V99 COMP-3.
               05 WS-PO-TVA         PIC S9(13)V99 COMP-3.
               05 WS-PO-TTC         PIC S9(13)V99 COMP-3.
               05 WS-PO-AUTOLIQ     PIC S9(13)V99 COMP-3.
               05 WS-PR-NB          PIC S9(9)     COMP-3.
               05 WS-PR-HT          PIC S9(13)V99 COMP-3.
               05 WS-PR-TVA         PIC S9(13)V99 COMP-3.
               05 WS-PR-TTC         PIC S9(13)V99 COMP-3.
               05 WS-PR-AUTOLIQ     PIC S9(13)V99 COMP-3.
       01  WS-IDX-PAYS              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-CODE-CHERCHE          PIC X(03)  VALUE SPACE.
       01  WS-INDIC-PAYS-TROUVE     PIC 9      VALUE ZERO.
           88 WS-PAYS-TROUVE                   VALUE 1.

      *    Totaux de la ventilation, toutes juridictions
       01  WS-TOTAUX-TVA.
           02  WS-TO-HT             PIC S9(13)V99 VALUE ZERO.
           02  WS-TO-TVA            PIC S9(13)V99 VALUE ZERO.
           02  WS-TO-TTC            PIC S9(13)V99 VALUE ZERO.
           02  WS-TR-HT             PIC S9(13)V99 VALUE ZERO.
           02  WS-TR-TVA            PIC S9(13)V99 VALUE ZERO.
           02  WS-TR-TTC            PIC S9(13)V99 VALUE ZERO.

      *    Lignes d'utilisation des limites des deux runs, par pays
       01  WS-NB-EXPO               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-EXPO.
           02  WS-EXP OCCURS 100.
               05 WS-EXP-PAYS       PIC X(03).
               05 WS-EXP-ORIGINE    PIC X(80).
               05 WS-EXP-RETRAITE   PIC X(80).
       01  WS-IDX-EXPO              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-LIGNE-EXPO            PIC X(80)  VALUE SPACE.
       01  WS-INDIC-EXPO-TROUVE     PIC 9      VALUE ZERO.
           88 WS-EXPO-TROUVE                   VALUE 1.

       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.
      *    Zones du fil des alertes operateur
           COPY ALRTW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Date, totaux, ouvertures
           PERFORM CHARGE-VENTILATIONS
           PERFORM CHARGE-EXPOSITIONS
           PERFORM EDITE-COMPARAISON
           PERFORM FIN            *> Verdict, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX124'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX124'  TO WS-ALRT-PROGRAMME

           PERFORM LIT-DATE-REJEU
           PERFORM LIT-TOTAUX-RETRAITES
           PERFORM LIT-TOTAUX-PUBLIES

           OPEN OUTPUT FIC-RAPPORT-REJEU
           MOVE WS-STATUS-RREJ      TO WS-FSTA-STATUT
           MOVE 'FIC-RREJ'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           .

      *    Date metier obligatoire, valide et passee : la meme
      *    carte que celle donnee au rejeu de FOREX00B ; les cartes
      *    C qui la suivent sont retenues pour l'etat
       LIT-DATE-REJEU.
           OPEN INPUT FIC-PARAM-REJEU
           MOVE WS-STATUS-PREJ      TO WS-FSTA-STATUT
           MOVE 'FIC-PREJ'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           READ FIC-PARAM-REJEU
            AT END
              DISPLAY 'ABEND - FIC-PARAM-REJEU VIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-READ
           MOVE PREJ-DATE           TO WS-PREJ-DATE-LUE
           PERFORM LIT-CARTE-NON-REJOUABLE
             UNTIL WS-FIN-PREJ
           CLOSE FIC-PARAM-REJEU
           IF WS-PREJ-DATE-LUE NOT NUMERIC
              DISPLAY 'ABEND - DATE DE REJEU INVALIDE : '
                      WS-PREJ-DATE-LUE
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-PREJ-DATE-LUE    TO WS-DATE-REJEU
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-REJEU) NOT = 0
              OR WS-DATE-REJEU NOT < WS-DATE-JOUR
              DISPLAY 'ABEND - DATE DE REJEU INVALIDE OU NON '
                      'ANTERIEURE AU JOUR : ' WS-PREJ-DATE-LUE
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY 'FOREX124 : comparaison du rejeu du '
                   WS-DATE-REJEU
           .

      *    Carte C : fichier lu dans son etat actuel, avec son motif
      *    - une autre carte est signalee et ignoree
       LIT-CARTE-NON-REJOUABLE.
           READ FIC-PARAM-REJEU
            AT END
              SET WS-FIN-PREJ      TO TRUE
            NOT AT END
              EVALUATE TRUE
                 WHEN PREJ-LIMITE-REC = SPACE
                    CONTINUE
                 WHEN NOT PREJ-NON-REJOUABLE
                   OR PREJ-FICHIER = SPACE
                    DISPLAY 'FIC-PARAM-REJEU : carte ignoree '
                            PREJ-LIMITE-REC
                 WHEN WS-NB-NREJ >= 20
                    DISPLAY 'FIC-PARAM-REJEU : plus de 20 cartes C, '
                            'ignoree ' PREJ-FICHIER
                 WHEN OTHER
                    ADD 1          TO WS-NB-NREJ
                    MOVE PREJ-FICHIER TO WS-NREJ-FICHIER (WS-NB-NREJ)
                    MOVE PREJ-MOTIF   TO WS-NREJ-MOTIF (WS-NB-NREJ)
              END-EVALUATE
           END-READ
           .

      *    Totaux retraites obligatoires, et de la bonne journee :
      *    sans eux le rejeu n'a pas abouti
       LIT-TOTAUX-RETRAITES.
           OPEN INPUT FIC-HISTO-RETRAITE
           MOVE WS-STATUS-HRET      TO WS-FSTA-STATUT
           MOVE 'FIC-HRET'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           READ FIC-HISTO-RETRAITE
            AT END
              DISPLAY 'ABEND - FIC-HISTO-RETRAITE VIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-READ
           CLOSE FIC-HISTO-RETRAITE
           IF HRET-DATE NOT = WS-DATE-REJEU
              DISPLAY 'ABEND - TOTAUX RETRAITES DU ' HRET-DATE
                      ', REJEU DEMANDE DU ' WS-DATE-REJEU
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           MOVE HRET-TOTAL-ARRONDI  TO WS-RET-TOTAL
           MOVE HRET-MOYENNE-ARRONDIE TO WS-RET-MOYENNE
           .

      *    Totaux publies : le dernier run de la journee fait foi,
      *    comme pour le run suivant qui s'y est compare. Une
      *    journee absente de l'historique se compare a zero
       LIT-TOTAUX-PUBLIES.
           OPEN INPUT FIC-HISTO-TOTAUX
           IF WS-STATUS-HISTO NOT = '00'
              DISPLAY 'FIC-HISTO-TOTAUX absent, totaux publies a zero'
              EXIT PARAGRAPH
           END-IF
           PERFORM LIT-UN-HISTO
             UNTIL WS-FIN-HISTO
           CLOSE FIC-HISTO-TOTAUX
           IF NOT WS-HISTO-JOUR-TROUVE
              DISPLAY 'Journee ' WS-DATE-REJEU ' absente de '
                      'FIC-HISTO-TOTAUX, totaux publies a zero'
           END-IF
           .

       LIT-UN-HISTO.
           READ FIC-HISTO-TOTAUX
            AT END
              SET WS-FIN-HISTO     TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-HISTO-LUS
              IF HISTO-DATE = WS-DATE-REJEU
                 SET WS-HISTO-JOUR-TROUVE TO TRUE
                 MOVE HISTO-TOTAL-ARRONDI    TO WS-ORI-TOTAL
                 MOVE HISTO-MOYENNE-ARRONDIE TO WS-ORI-MOYENNE
              END-IF
           END-READ
           .

      *    Les deux ventilations TVA sont obligatoires (une journee
      *    sans transaction donne un fichier vide, pas un absent)
       CHARGE-VENTILATIONS.
           OPEN INPUT FIC-TVA-ORIGINE
           MOVE WS-STATUS-TVAO      TO WS-FSTA-STATUT
           MOVE 'FIC-TVAPO'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM LIT-TVA-ORIGINE
             UNTIL WS-FIN-TVAO
           CLOSE FIC-TVA-ORIGINE

           OPEN INPUT FIC-TVA-RETRAITE
           MOVE WS-STATUS-TVAR      TO WS-FSTA-STATUT
           MOVE 'FIC-TVAPR'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM LIT-TVA-RETRAITE
             UNTIL WS-FIN-TVAR
           CLOSE FIC-TVA-RETRAITE
           .

       LIT-TVA-ORIGINE.
           READ FIC-TVA-ORIGINE
            AT END
              SET WS-FIN-TVAO      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-TVAO-LUS
              MOVE TVAO-CODE-PAYS  TO WS-CODE-CHERCHE
              PERFORM CHERCHE-PAYS
              ADD TVAO-NB-TRANS    TO WS-PO-NB (WS-IDX-PAYS)
              ADD TVAO-TOTAL-HT    TO WS-PO-HT (WS-IDX-PAYS)
              ADD TVAO-TOTAL-TVA   TO WS-PO-TVA (WS-IDX-PAYS)
              ADD TVAO-TOTAL-TTC   TO WS-PO-TTC (WS-IDX-PAYS)
              ADD TVAO-BASE-AUTOLIQ TO WS-PO-AUTOLIQ (WS-IDX-PAYS)
           END-READ
           .

       LIT-TVA-RETRAITE.
           READ FIC-TVA-RETRAITE
            AT END
              SET WS-FIN-TVAR      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-TVAR-LUS
              MOVE TVAR-CODE-PAYS  TO WS-CODE-CHERCHE
              PERFORM CHERCHE-PAYS
              ADD TVAR-NB-TRANS    TO WS-PR-NB (WS-IDX-PAYS)
              ADD TVAR-TOTAL-HT    TO WS-PR-HT (WS-IDX-PAYS)
              ADD TVAR-TOTAL-TVA   TO WS-PR-TVA (WS-IDX-PAYS)
              ADD TVAR-TOTAL-TTC   TO WS-PR-TTC (WS-IDX-PAYS)
              ADD TVAR-BASE-AUTOLIQ TO WS-PR-AUTOLIQ (WS-IDX-PAYS)
           END-READ
           .

      *    Entree du pays WS-CODE-CHERCHE, creee a zero au besoin
       CHERCHE-PAYS.
           MOVE ZERO                TO WS-INDIC-PAYS-TROUVE
           PERFORM VARYING WS-IDX-PAYS FROM 1 BY 1
                   UNTIL   WS-IDX-PAYS > WS-NB-PAYS
                        OR WS-PAYS-TROUVE
              IF WS-PAYS-CODE (WS-IDX-PAYS) = WS-CODE-CHERCHE
                 SET WS-PAYS-TROUVE TO TRUE
              END-IF
           END-PERFORM
           IF WS-PAYS-TROUVE
              SUBTRACT 1            FROM WS-IDX-PAYS
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-PAYS >= 100
              DISPLAY 'ABEND - TABLE DES PAYS PLEINE (100)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-PAYS
           MOVE WS-NB-PAYS          TO WS-IDX-PAYS
           INITIALIZE WS-PAYS (WS-IDX-PAYS)
           MOVE WS-CODE-CHERCHE     TO WS-PAYS-CODE (WS-IDX-PAYS)
           .

      *    Rapports d'utilisation des limites facultatifs : sans
      *    limites, FOREX00B n'en ecrit pas ; la ligne de titre est
      *    ecartee, les lignes pays se rapprochent par leur code
       CHARGE-EXPOSITIONS.
           OPEN INPUT FIC-EXPO-ORIGINE
           IF WS-STATUS-EXPO = '00'
              PERFORM LIT-EXPO-ORIGINE
                UNTIL WS-FIN-EXPO
              CLOSE FIC-EXPO-ORIGINE
           ELSE
              DISPLAY 'FIC-RAPPORT-EXPO publie absent'
           END-IF
           OPEN INPUT FIC-EXPO-RETRAITE
           IF WS-STATUS-EXPR = '00'
              PERFORM LIT-EXPO-RETRAITE
                UNTIL WS-FIN-EXPR
              CLOSE FIC-EXPO-RETRAITE
           ELSE
              DISPLAY 'FIC-RAPPORT-EXPO retraite absent'
           END-IF
           .

       LIT-EXPO-ORIGINE.
           READ FIC-EXPO-ORIGINE
            AT END
              SET WS-FIN-EXPO      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-EXPO-LUS
              IF EXPO-REC (1:2) = SPACES
                 AND EXPO-REC (3:3) NOT = SPACES
                 MOVE EXPO-REC     TO WS-LIGNE-EXPO
                 PERFORM CHERCHE-EXPO
                 MOVE EXPO-REC     TO WS-EXP-ORIGINE (WS-IDX-EXPO)
              END-IF
           END-READ
           .

       LIT-EXPO-RETRAITE.
           READ FIC-EXPO-RETRAITE
            AT END
              SET WS-FIN-EXPR      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-EXPR-LUS
              IF EXPR-REC (1:2) = SPACES
                 AND EXPR-REC (3:3) NOT = SPACES
                 MOVE EXPR-REC     TO WS-LIGNE-EXPO
                 PERFORM CHERCHE-EXPO
                 MOVE EXPR-REC     TO WS-EXP-RETRAITE (WS-IDX-EXPO)
              END-IF
           END-READ
           .

      *    Entree du pays de WS-LIGNE-EXPO, creee a blanc au besoin
       CHERCHE-EXPO.
           MOVE ZERO                TO WS-INDIC-EXPO-TROUVE
           PERFORM VARYING WS-IDX-EXPO FROM 1 BY 1
                   UNTIL   WS-IDX-EXPO > WS-NB-EXPO
                        OR WS-EXPO-TROUVE
              IF WS-EXP-PAYS (WS-IDX-EXPO) = WS-LIGNE-EXPO (3:3)
                 SET WS-EXPO-TROUVE TO TRUE
              END-IF
           END-PERFORM
           IF WS-EXPO-TROUVE
              SUBTRACT 1            FROM WS-IDX-EXPO
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-EXPO >= 100
              DISPLAY 'ABEND - TABLE DES EXPOSITIONS PLEINE (100)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-EXPO
           MOVE WS-NB-EXPO          TO WS-IDX-EXPO
           MOVE SPACES              TO WS-EXP (WS-IDX-EXPO)
           MOVE WS-LIGNE-EXPO (3:3) TO WS-EXP-PAYS (WS-IDX-EXPO)
           .

      *    Etat de comparaison : totaux, ventilation TVA par pays
      *    puis toutes juridictions, limites d'exposition, verdict
       EDITE-COMPARAISON.
           STRING 'FOREX124  COMPARAISON DU REJEU DE FOREX00B - '
                  'JOURNEE DU ' WS-DATE-REJEU
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE '  PUBLIE = chiffres du run de la journee, RETRAITE '
                                    TO WS-LIGNE-RAPPORT
           MOVE '= rejeu, * = ecart'
                                    TO WS-LIGNE-RAPPORT (52:18)
           PERFORM ECRIT-RAPPORT
           PERFORM ECRIT-RAPPORT
           PERFORM ECRIT-ENTETE-COLONNES

           MOVE 'TOTAUX DU RUN'     TO WS-LIGNE-RAPPORT (3:13)
           PERFORM ECRIT-RAPPORT
           MOVE 'TOTAL ARRONDI'     TO WS-CMP-LIBELLE
           MOVE WS-ORI-TOTAL        TO WS-CMP-ORIGINE
           MOVE WS-RET-TOTAL        TO WS-CMP-RETRAITE
           PERFORM ECRIT-COMPARAISON
           MOVE 'MOYENNE ARRONDIE'  TO WS-CMP-LIBELLE
           MOVE WS-ORI-MOYENNE      TO WS-CMP-ORIGINE
           MOVE WS-RET-MOYENNE      TO WS-CMP-RETRAITE
           PERFORM ECRIT-COMPARAISON
           MOVE WS-NB-ECARTS        TO WS-NB-ECARTS-TOTAUX
           PERFORM ECRIT-RAPPORT

           MOVE 'VENTILATION DE LA TVA PAR PAYS'
                                    TO WS-LIGNE-RAPPORT (3:30)
           PERFORM ECRIT-RAPPORT
           PERFORM EDITE-UN-PAYS
             VARYING WS-IDX-PAYS FROM 1 BY 1
             UNTIL   WS-IDX-PAYS > WS-NB-PAYS
           MOVE 'TOUTES JURIDICTIONS'
                                    TO WS-LIGNE-RAPPORT (3:19)
           PERFORM ECRIT-RAPPORT
           MOVE '  TOTAL HT'        TO WS-CMP-LIBELLE
           MOVE WS-TO-HT            TO WS-CMP-ORIGINE
           MOVE WS-TR-HT            TO WS-CMP-RETRAITE
           PERFORM ECRIT-COMPARAISON
           MOVE '  TOTAL TVA'       TO WS-CMP-LIBELLE
           MOVE WS-TO-TVA           TO WS-CMP-ORIGINE
           MOVE WS-TR-TVA           TO WS-CMP-RETRAITE
           PERFORM ECRIT-COMPARAISON
           MOVE '  TOTAL TTC'       TO WS-CMP-LIBELLE
           MOVE WS-TO-TTC           TO WS-CMP-ORIGINE
           MOVE WS-TR-TTC           TO WS-CMP-RETRAITE
           PERFORM ECRIT-COMPARAISON
           COMPUTE WS-NB-ECARTS-TVA = WS-NB-ECARTS
                                    - WS-NB-ECARTS-TOTAUX
           PERFORM ECRIT-RAPPORT

           MOVE 'UTILISATION DES LIMITES D''EXPOSITION'
                                    TO WS-LIGNE-RAPPORT (3:37)
           PERFORM ECRIT-RAPPORT
           IF WS-NB-EXPO = ZERO
              MOVE '  aucune limite suivie ce jour-la'
                                    TO WS-LIGNE-RAPPORT
              PERFORM ECRIT-RAPPORT
           END-IF
           PERFORM EDITE-UNE-EXPO
             VARYING WS-IDX-EXPO FROM 1 BY 1
             UNTIL   WS-IDX-EXPO > WS-NB-EXPO
           PERFORM ECRIT-RAPPORT

      *    Limite du rejeu : ce qui n'a pas ete lu tel qu'en vigueur
      *    ce jour-la
           MOVE 'PARAMETRES NON REJOUABLES A LA DATE (LUS DANS LEUR '
                                    TO WS-LIGNE-RAPPORT (3:51)
           MOVE 'ETAT ACTUEL)'      TO WS-LIGNE-RAPPORT (54:12)
           PERFORM ECRIT-RAPPORT
           IF WS-NB-NREJ = ZERO
              MOVE '  aucun - tous les parametres lus tels qu''en '
                                    TO WS-LIGNE-RAPPORT
              MOVE 'vigueur ce jour-la'
                                    TO WS-LIGNE-RAPPORT (46:18)
              PERFORM ECRIT-RAPPORT
           END-IF
           PERFORM EDITE-UN-NON-REJOUABLE
             VARYING WS-IDX-NREJ FROM 1 BY 1
             UNTIL   WS-IDX-NREJ > WS-NB-NREJ
           PERFORM ECRIT-RAPPORT

           IF WS-NB-ECARTS = ZERO
              MOVE 'VERDICT : AUCUN ECART - RETRAITEMENT SANS OBJET'
                                    TO WS-LIGNE-RAPPORT
           ELSE
              MOVE WS-NB-ECARTS     TO WS-NB-EDT
              STRING 'VERDICT : ' WS-NB-EDT ' ECART(S) - '
                     'RETRAITEMENT A SOUMETTRE A LA FINANCE POUR '
                     'DECISION DE COMPTABILISATION'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-IF
           PERFORM ECRIT-RAPPORT
           IF WS-NB-NREJ > ZERO
              MOVE WS-NB-NREJ       TO WS-NB-EDT
              STRING '          ' WS-NB-EDT ' FICHIER(S) LU(S) DANS '
                     'LEUR ETAT ACTUEL - RETRAITEMENT A LIRE SOUS '
                     'CETTE RESERVE'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-RAPPORT
           END-IF
           .

       EDITE-UN-NON-REJOUABLE.
           MOVE WS-NREJ-FICHIER (WS-IDX-NREJ)
                                    TO WS-LIGNE-RAPPORT (3:8)
           MOVE WS-NREJ-MOTIF (WS-IDX-NREJ)
                                    TO WS-LIGNE-RAPPORT (13:60)
           PERFORM ECRIT-RAPPORT
           .

       ECRIT-ENTETE-COLONNES.
           MOVE 'PUBLIE'            TO WS-LIGNE-RAPPORT (50:6)
           MOVE 'RETRAITE'          TO WS-LIGNE-RAPPORT (73:8)
           MOVE 'ECART'             TO WS-LIGNE-RAPPORT (99:5)
           PERFORM ECRIT-RAPPORT
           .

      *    Un pays : nombre de transactions, HT, TVA, TTC et base
      *    autoliquidee, publies contre retraites
       EDITE-UN-PAYS.
           MOVE WS-PAYS-CODE (WS-IDX-PAYS)
                                    TO WS-LIGNE-RAPPORT (3:3)
           PERFORM ECRIT-RAPPORT
           MOVE '  NB TRANSACTIONS'  TO WS-CMP-LIBELLE
           MOVE WS-PO-NB (WS-IDX-PAYS) TO WS-CMP-ORIGINE
           MOVE WS-PR-NB (WS-IDX-PAYS) TO WS-CMP-RETRAITE
           SET WS-CMP-NOMBRE         TO TRUE
           PERFORM ECRIT-COMPARAISON
           MOVE ZERO                 TO WS-INDIC-CMP-NB
           MOVE '  TOTAL HT'         TO WS-CMP-LIBELLE
           MOVE WS-PO-HT (WS-IDX-PAYS) TO WS-CMP-ORIGINE
           MOVE WS-PR-HT (WS-IDX-PAYS) TO WS-CMP-RETRAITE
           PERFORM ECRIT-COMPARAISON
           MOVE '  TOTAL TVA'        TO WS-CMP-LIBELLE
           MOVE WS-PO-TVA (WS-IDX-PAYS) TO WS-CMP-ORIGINE
           MOVE WS-PR-TVA (WS-IDX-PAYS) TO WS-CMP-RETRAITE
           PERFORM ECRIT-COMPARAISON
           MOVE '  TOTAL TTC'        TO WS-CMP-LIBELLE
           MOVE WS-PO-TTC (WS-IDX-PAYS) TO WS-CMP-ORIGINE
           MOVE WS-PR-TTC (WS-IDX-PAYS) TO WS-CMP-RETRAITE
           PERFORM ECRIT-COMPARAISON
           MOVE '  BASE AUTOLIQUIDEE'  TO WS-CMP-LIBELLE
           MOVE WS-PO-AUTOLIQ (WS-IDX-PAYS) TO WS-CMP-ORIGINE
           MOVE WS-PR-AUTOLIQ (WS-IDX-PAYS) TO WS-CMP-RETRAITE
           PERFORM ECRIT-COMPARAISON
           ADD WS-PO-HT (WS-IDX-PAYS)  TO WS-TO-HT
           ADD WS-PO-TVA (WS-IDX-PAYS) TO WS-TO-TVA
           ADD WS-PO-TTC (WS-IDX-PAYS) TO WS-TO-TTC
           ADD WS-PR-HT (WS-IDX-PAYS)  TO WS-TR-HT
           ADD WS-PR-TVA (WS-IDX-PAYS) TO WS-TR-TVA
           ADD WS-PR-TTC (WS-IDX-PAYS) TO WS-TR-TTC
           .

      *    Une ligne de comparaison : libelle, publie, retraite,
      *    ecart, etoile si l'ecart n'est pas nul
       ECRIT-COMPARAISON.
           COMPUTE WS-CMP-ECART = WS-CMP-RETRAITE - WS-CMP-ORIGINE
           MOVE WS-CMP-LIBELLE      TO WS-LIGNE-RAPPORT (3:24)
           IF WS-CMP-NOMBRE
              MOVE WS-CMP-ORIGINE   TO WS-NB-SIGNE-EDT
              MOVE WS-NB-SIGNE-EDT  TO WS-LIGNE-RAPPORT (41:12)
              MOVE WS-CMP-RETRAITE  TO WS-NB-SIGNE-EDT
              MOVE WS-NB-SIGNE-EDT  TO WS-LIGNE-RAPPORT (66:12)
              MOVE WS-CMP-ECART     TO WS-NB-SIGNE-EDT
              MOVE WS-NB-SIGNE-EDT  TO WS-LIGNE-RAPPORT (89:12)
           ELSE
              MOVE WS-CMP-ORIGINE   TO WS-MONTANT-EDT
              MOVE WS-MONTANT-EDT   TO WS-LIGNE-RAPPORT (35:21)
              MOVE WS-CMP-RETRAITE  TO WS-MONTANT-EDT
              MOVE WS-MONTANT-EDT   TO WS-LIGNE-RAPPORT (60:21)
              MOVE WS-CMP-ECART     TO WS-MONTANT-EDT
              MOVE WS-MONTANT-EDT   TO WS-LIGNE-RAPPORT (83:21)
           END-IF
           IF WS-CMP-ECART NOT = ZERO
              MOVE '*'              TO WS-LIGNE-RAPPORT (106:1)
              ADD 1                 TO WS-NB-ECARTS
           END-IF
           PERFORM ECRIT-RAPPORT
           .

      *    Une limite : la ligne publiee et la ligne retraitee quand
      *    elles different, sinon la ligne commune
       EDITE-UNE-EXPO.
           IF WS-EXP-ORIGINE (WS-IDX-EXPO)
              = WS-EXP-RETRAITE (WS-IDX-EXPO)
              MOVE 'IDENTIQUE'      TO WS-LIGNE-RAPPORT (3:9)
              MOVE WS-EXP-ORIGINE (WS-IDX-EXPO)
                                    TO WS-LIGNE-RAPPORT (14:80)
              PERFORM ECRIT-RAPPORT
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-ECARTS
           ADD 1                    TO WS-NB-ECARTS-EXPO
           MOVE 'PUBLIE'            TO WS-LIGNE-RAPPORT (3:6)
           IF WS-EXP-ORIGINE (WS-IDX-EXPO) = SPACES
              MOVE WS-EXP-PAYS (WS-IDX-EXPO)
                                    TO WS-LIGNE-RAPPORT (16:3)
              MOVE '  limite non suivie'
                                    TO WS-LIGNE-RAPPORT (19:19)
           ELSE
              MOVE WS-EXP-ORIGINE (WS-IDX-EXPO)
                                    TO WS-LIGNE-RAPPORT (14:80)
           END-IF
           MOVE '*'                 TO WS-LIGNE-RAPPORT (106:1)
           PERFORM ECRIT-RAPPORT
           MOVE 'RETRAITE'          TO WS-LIGNE-RAPPORT (3:8)
           IF WS-EXP-RETRAITE (WS-IDX-EXPO) = SPACES
              MOVE WS-EXP-PAYS (WS-IDX-EXPO)
                                    TO WS-LIGNE-RAPPORT (16:3)
              MOVE '  limite non suivie'
                                    TO WS-LIGNE-RAPPORT (19:19)
           ELSE
              MOVE WS-EXP-RETRAITE (WS-IDX-EXPO)
                                    TO WS-LIGNE-RAPPORT (14:80)
           END-IF
           PERFORM ECRIT-RAPPORT
           .

       ECRIT-RAPPORT.
           WRITE RREJ-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RREJ      TO WS-FSTA-STATUT
           MOVE 'FIC-RREJ'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Ecriture d'une alerte dans le fil consolide
           COPY ALRTP.

      * Fin du pgm
       FIN.
           IF WS-NB-ECARTS > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              MOVE WS-NB-ECARTS     TO WS-NB-EDT
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'RETRAIT'        TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'REJEU ' WS-DATE-REJEU ' ECARTS'
                     WS-NB-EDT
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           CLOSE FIC-RAPPORT-REJEU

           DISPLAY 'Comparaison du rejeu terminee'
           MOVE WS-NB-TVAO-LUS      TO WS-NB-EDT
           DISPLAY 'LIGNES TVA PUBLIEES   = ' WS-NB-EDT
           MOVE WS-NB-TVAR-LUS      TO WS-NB-EDT
           DISPLAY 'LIGNES TVA RETRAITEES = ' WS-NB-EDT
           MOVE WS-NB-ECARTS-TOTAUX TO WS-NB-EDT
           DISPLAY 'ECARTS SUR TOTAUX     = ' WS-NB-EDT
           MOVE WS-NB-ECARTS-TVA    TO WS-NB-EDT
           DISPLAY 'ECARTS SUR TVA        = ' WS-NB-EDT
           MOVE WS-NB-ECARTS-EXPO   TO WS-NB-EDT
           DISPLAY 'ECARTS SUR LIMITES    = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-TVAPO'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-TVAO      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-TVAO-LUS      TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-TVAPR'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-TVAR      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-TVAR-LUS      TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
