       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX091.
      *==============================================================*
      * PROGRAMME de maintenance du registre des parametres          *
      *   - Les membres FIC-PARAM de la PARMLIB (taux de penalite,   *
      *     arrondis, limites pays, seuils...) etaient modifies a    *
      *     l'editeur, sans trace : impossible de dire quelle        *
      *     valeur etait en vigueur pour le run du mois dernier, ni  *
      *     qui l'avait changee et pourquoi                          *
      *   - Chaque membre est desormais tenu dans le registre        *
      *     FIC-REGISTRE-PARAM en versions datees : une version =    *
      *     une date d'effet, l'operateur, le motif, l'horodatage    *
      *     de saisie et les lignes du membre. FOREX092 en tire la   *
      *     PARMLIB d'une date de run, FOREX093 liste les            *
      *     changements de la veille                                 *
      *   - Mouvements FIC-MVT-PARAM (80 colonnes) :                 *
      *       V membre date-effet operateur motif : ouvre une        *
      *         version, partant du contenu en vigueur a sa date     *
      *         d'effet (vide pour un nouveau membre)                *
      *       X        : vide la version                             *
      *       A        : ajoute en fin les lignes qui suivent, tel   *
      *                  quel sur 80 colonnes, jusqu'a '*FIN*'       *
      *       M nnnn   : la carte suivante remplace la ligne nnnn    *
      *       S nnnn   : supprime la ligne nnnn                      *
      *     (nnnn = numero de ligne dans la version de depart)       *
      *   - Operateur connu de FIC-OPERATEURS avec la fonction M,    *
      *     motif obligatoire, date d'effet valide et pas anterieure *
      *     au jour : sinon la version entiere est rejetee           *
      *   - Une date d'effet deja presente remplace la version de    *
      *     cette date ; les versions de date posterieure ne sont    *
      *     pas touchees. Une version identique a celle en vigueur   *
      *     n'est pas ecrite                                         *
      *   - Chaque version, ecrite ou rejetee, laisse sa trace       *
      *     horodatee dans la piste FIC-AUDIT-PARAM (DISP=MOD) ;     *
      *     rejet present : alerte W au pupitre et RC 4              *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Mouvements de parametres (cartes de 80 colonnes)
           SELECT FIC-MVT-PARAM
                     ASSIGN to FICMVTP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-MVTP.
      * FIC-OPERATEURS : profils operateurs partages avec FOREX015
           SELECT FIC-OPERATEURS
                     ASSIGN to FICOPER
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-OPER.
      * Piste d'audit des versions saisies (DISP=MOD)
           SELECT FIC-AUDIT-PARAM
                     ASSIGN to FICAUDP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AUDP.
      *    FIC-REGISTRE-PARAM : le registre des parametres
           COPY REGPS.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-MVT-PARAM.
       01  MVTP-REC.
         10 MVTP-CODE          PIC X(01).
         10 FILLER             PIC X(01).
         10 MVTP-SUITE         PIC X(78).
      *  Carte V : ouverture d'une version
       01  MVTP-REC-VERSION REDEFINES MVTP-REC.
         10 FILLER             PIC X(02).
         10 MVTP-FICHIER       PIC X(08).
         10 FILLER             PIC X(01).
         10 MVTP-DATE-EFFET    PIC X(08).
         10 FILLER             PIC X(01).
         10 MVTP-OPERATEUR     PIC X(08).
         10 FILLER             PIC X(01).
         10 MVTP-MOTIF         PIC X(40).
         10 FILLER             PIC X(11).
      *  Cartes M et S : numero de ligne vise
       01  MVTP-REC-LIGNE REDEFINES MVTP-REC.
         10 FILLER             PIC X(02).
         10 MVTP-NUMERO        PIC X(04).
         10 FILLER             PIC X(74).

      * Profil d'un operateur : fonctions autorisees (lettres parmi
      * A/M/S/C, accolees) et plafond de montant (zero = sans)
       FD  FIC-OPERATEURS.
       01  OPER-REC.
         10 OPER-ID           PIC X(08).
         10 FILLER            PIC X(01).
         10 OPER-FONCTIONS    PIC X(04).
         10 FILLER            PIC X(01).
         10 OPER-PLAFOND      PIC 9(09).
         10 FILLER            PIC X(57).

      * Trace d'une version : ecrite (CREEE, REMPLACE), identique a
      * la version en vigueur (INCHANGE) ou rejetee (REJETEE, avec
      * la cause) - nombres de lignes ajoutees, modifiees et
      * supprimees par rapport a la version de depart
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

           COPY REGP.

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-MVTP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-MVTP    PIC 9      VALUE ZERO.
               88 WS-FIN-MVTP                  VALUE 1.
           02  WS-STATUS-OPER       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-OPER    PIC 9      VALUE ZERO.
               88 WS-FIN-OPER                  VALUE 1.
           02  WS-STATUS-AUDP       PIC 9(02)  VALUE ZERO.
      *    Carte attendue : commande, ligne d'un bloc A, ligne de
      *    remplacement d'un M
           02  WS-INDIC-MODE        PIC X(01)  VALUE 'C'.
               88 WS-MODE-COMMANDE             VALUE 'C'.
               88 WS-MODE-AJOUT                VALUE 'A'.
               88 WS-MODE-REMPLACEMENT         VALUE 'M'.
           02  WS-INDIC-IDENTIQUE   PIC 9      VALUE ZERO.
               88 WS-IDENTIQUE                 VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-CARTES         PIC S9(9)  VALUE ZERO.
           02  WS-NB-CARTES-REJ     PIC S9(9)  VALUE ZERO.
           02  WS-NB-VERSIONS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-CREEES         PIC S9(9)  VALUE ZERO.
           02  WS-NB-REMPLACEES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-INCHANGEES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-REJETEES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-ECRITES PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.

      *    Profils operateurs charges (identifiant, fonctions)
       01  WS-NB-OPER               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-OPER.
           02  WS-OPR-ENTREE OCCURS 200.
               05 WS-OPR-ID         PIC X(08).
               05 WS-OPR-FONCTIONS  PIC X(04).
       01  WS-IDX-OPR               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Version en cours de saisie
       01  WS-VERSION.
           02  WS-VER-INDIC-OUVERTE PIC 9      VALUE ZERO.
               88 WS-VER-OUVERTE               VALUE 1.
           02  WS-VER-INDIC-REJET   PIC 9      VALUE ZERO.
               88 WS-VER-REJETEE               VALUE 1.
           02  WS-VER-INDIC-REMPLACE PIC 9     VALUE ZERO.
               88 WS-VER-REMPLACE              VALUE 1.
           02  WS-VER-FICHIER       PIC X(08)  VALUE SPACE.
           02  WS-VER-DATE-EFFET    PIC 9(08)  VALUE ZERO.
           02  WS-VER-OPERATEUR     PIC X(08)  VALUE SPACE.
           02  WS-VER-MOTIF         PIC X(40)  VALUE SPACE.
           02  WS-VER-CAUSE         PIC X(30)  VALUE SPACE.
           02  WS-VER-PRECEDENTE    PIC 9(08)  VALUE ZERO.
           02  WS-VER-RESULTAT      PIC X(08)  VALUE SPACE.
       01  WS-COMPTE-VERSION  COMP SYNC.
           02  WS-VER-NB-AJOUTS     PIC S9(4)  VALUE ZERO.
           02  WS-VER-NB-MODIFS     PIC S9(4)  VALUE ZERO.
           02  WS-VER-NB-SUPPR      PIC S9(4)  VALUE ZERO.

      *    Lignes de la version de depart, telles que lues
       01  WS-NB-BASE               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-BASE.
           02  WS-BAS-LIGNE         PIC X(80)  OCCURS 500.

      *    Lignes de travail : texte, numero dans la version de
      *    depart (zero pour une ligne ajoutee), etat
       01  WS-NB-TRAVAIL            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TRAVAIL.
           02  WS-TRV-ENTREE OCCURS 500.
               05 WS-TRV-TEXTE      PIC X(80).
               05 WS-TRV-ORIGINE    PIC 9(04).
               05 WS-TRV-ETAT       PIC X(01).
                  88 WS-TRV-SUPPRIMEE          VALUE 'S'.
       01  WS-IDX-TRV               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-VISE              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-NUMERO-VISE           PIC 9(04)  VALUE ZERO.
       01  WS-IDX-LIG               PIC S9(4) COMP SYNC VALUE ZERO.

       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).
       01  WS-HORODATAGE            PIC X(14)  VALUE SPACE.

      *    Registre des parametres
           COPY REGPW.
      *    Fil des alertes operateur
           COPY ALRTW.
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
           PERFORM INIT           *> Init, profils, registre
           PERFORM TRAITEMENT     *> Une carte de mouvement
             UNTIL WS-FIN-MVTP
           PERFORM FIN-MOUVEMENTS *> Derniere version saisie
           PERFORM FIN            *> Fermetures, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS
           SET WS-MODE-COMMANDE     TO TRUE

      *    Resume de fin de job standardise
           MOVE 'FOREX091'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX091'          TO WS-ALRT-PROGRAMME
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

           PERFORM CHARGE-OPERATEURS

           OPEN INPUT FIC-MVT-PARAM
           MOVE WS-STATUS-MVTP      TO WS-FSTA-STATUT
           MOVE 'FIC-MVTP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Registre defini mais jamais charge (statut 35) : un
      *    premier OPEN OUTPUT le charge, puis reouverture en I-O
           OPEN I-O FIC-REGISTRE-PARAM
           IF WS-STATUS-REGP = '35'
              OPEN OUTPUT FIC-REGISTRE-PARAM
              CLOSE FIC-REGISTRE-PARAM
              OPEN I-O FIC-REGISTRE-PARAM
           END-IF
           MOVE WS-STATUS-REGP      TO WS-FSTA-STATUT
           MOVE 'FIC-REGP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN EXTEND FIC-AUDIT-PARAM
           IF WS-STATUS-AUDP NOT = '00'
              OPEN OUTPUT FIC-AUDIT-PARAM
           END-IF
           MOVE WS-STATUS-AUDP      TO WS-FSTA-STATUT
           MOVE 'FIC-AUDP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           PERFORM LIT-MOUVEMENT
           .

      *    Profils operateurs : sans FIC-OPERATEURS, aucune version
      *    ne pourrait etre attribuee, la maintenance est refusee
       CHARGE-OPERATEURS.
           OPEN INPUT FIC-OPERATEURS
           IF WS-STATUS-OPER NOT = '00'
              DISPLAY 'ABEND - FIC-OPERATEURS ABSENT'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-FIN-OPER
              READ FIC-OPERATEURS
               AT END
                 SET WS-FIN-OPER    TO TRUE
               NOT AT END
                 IF OPER-ID NOT = SPACE
                    IF WS-NB-OPER >= 200
                       DISPLAY 'ABEND - TABLE DES OPERATEURS '
                               'PLEINE (200)'
                       MOVE 16      TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1           TO WS-NB-OPER
                    MOVE OPER-ID    TO WS-OPR-ID (WS-NB-OPER)
                    MOVE OPER-FONCTIONS
                                    TO WS-OPR-FONCTIONS (WS-NB-OPER)
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-OPERATEURS
           .

       LIT-MOUVEMENT.
           READ FIC-MVT-PARAM
            AT END
              SET WS-FIN-MVTP      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-CARTES
           END-READ
           .

      *    Une carte : ligne d'un bloc A, ligne de remplacement
      *    d'un M, ou commande
       TRAITEMENT.
           EVALUATE TRUE
              WHEN WS-MODE-AJOUT
                 PERFORM LIGNE-AJOUTEE
              WHEN WS-MODE-REMPLACEMENT
                 PERFORM LIGNE-REMPLACEE
              WHEN OTHER
                 PERFORM COMMANDE
           END-EVALUATE
           PERFORM LIT-MOUVEMENT
           .

      *    Bloc A : la carte est une ligne du membre, tel quel,
      *    jusqu'a la carte '*FIN*'
       LIGNE-AJOUTEE.
           IF MVTP-REC = '*FIN*'
              SET WS-MODE-COMMANDE  TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF WS-VER-REJETEE
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-TRAVAIL >= WS-REGP-MAX-LIGNES
              MOVE 'TROP DE LIGNES (500)' TO WS-VER-CAUSE
              SET WS-VER-REJETEE    TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-TRAVAIL
           MOVE MVTP-REC            TO WS-TRV-TEXTE (WS-NB-TRAVAIL)
           MOVE ZERO                TO WS-TRV-ORIGINE (WS-NB-TRAVAIL)
           MOVE SPACE               TO WS-TRV-ETAT (WS-NB-TRAVAIL)
           .

      *    Carte qui suit un M : nouveau texte de la ligne visee
       LIGNE-REMPLACEE.
           SET WS-MODE-COMMANDE     TO TRUE
           IF WS-VER-REJETEE
              EXIT PARAGRAPH
           END-IF
           MOVE MVTP-REC            TO WS-TRV-TEXTE (WS-IDX-VISE)
           .

       COMMANDE.
           IF MVTP-REC (1:1) = '*' OR MVTP-REC = SPACE
              EXIT PARAGRAPH
           END-IF
           IF MVTP-CODE = 'V'
              PERFORM TERMINE-VERSION
              PERFORM OUVRE-VERSION
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-VER-OUVERTE
              DISPLAY 'Mouvement hors version ignore : '
                      MVTP-REC (1:40)
              ADD 1                 TO WS-NB-CARTES-REJ
              EXIT PARAGRAPH
           END-IF
           EVALUATE MVTP-CODE
              WHEN 'X'
                 PERFORM VARYING WS-IDX-TRV FROM 1 BY 1
                         UNTIL   WS-IDX-TRV > WS-NB-TRAVAIL
                    SET WS-TRV-SUPPRIMEE (WS-IDX-TRV) TO TRUE
                 END-PERFORM
              WHEN 'A'
                 SET WS-MODE-AJOUT  TO TRUE
              WHEN 'M'
                 PERFORM RECHERCHE-LIGNE-VISEE
                 SET WS-MODE-REMPLACEMENT TO TRUE
              WHEN 'S'
                 PERFORM RECHERCHE-LIGNE-VISEE
                 IF NOT WS-VER-REJETEE
                    SET WS-TRV-SUPPRIMEE (WS-IDX-VISE) TO TRUE
                 END-IF
              WHEN OTHER
                 IF NOT WS-VER-REJETEE
                    MOVE SPACES     TO WS-VER-CAUSE
                    STRING 'CODE MOUVEMENT INCONNU : ' MVTP-CODE
                           DELIMITED BY SIZE
                      INTO WS-VER-CAUSE
                    SET WS-VER-REJETEE TO TRUE
                 END-IF
           END-EVALUATE
           .

      *    Ligne nnnn de la version de depart, pas encore supprimee
       RECHERCHE-LIGNE-VISEE.
           MOVE ZERO                TO WS-IDX-VISE
           IF WS-VER-REJETEE
              EXIT PARAGRAPH
           END-IF
           IF MVTP-NUMERO NOT NUMERIC OR MVTP-NUMERO = ZERO
              MOVE SPACES           TO WS-VER-CAUSE
              STRING 'NUMERO DE LIGNE INVALIDE ' MVTP-NUMERO
                     DELIMITED BY SIZE
                INTO WS-VER-CAUSE
              SET WS-VER-REJETEE    TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE MVTP-NUMERO         TO WS-NUMERO-VISE
           PERFORM VARYING WS-IDX-TRV FROM 1 BY 1
                   UNTIL   WS-IDX-TRV > WS-NB-TRAVAIL
                        OR WS-IDX-VISE > ZERO
              IF WS-TRV-ORIGINE (WS-IDX-TRV) = WS-NUMERO-VISE
                 AND NOT WS-TRV-SUPPRIMEE (WS-IDX-TRV)
                 MOVE WS-IDX-TRV    TO WS-IDX-VISE
              END-IF
           END-PERFORM
           IF WS-IDX-VISE = ZERO
              MOVE SPACES           TO WS-VER-CAUSE
              STRING 'LIGNE ' WS-NUMERO-VISE ' INEXISTANTE'
                     DELIMITED BY SIZE
                INTO WS-VER-CAUSE
              SET WS-VER-REJETEE    TO TRUE
           END-IF
           .

      *    Carte V : controles, puis chargement de la version en
      *    vigueur a la date d'effet comme point de depart
       OUVRE-VERSION.
           INITIALIZE WS-VERSION
           INITIALIZE WS-COMPTE-VERSION
           MOVE ZERO                TO WS-NB-BASE
                                       WS-NB-TRAVAIL
           SET WS-VER-OUVERTE       TO TRUE
           ADD 1                    TO WS-NB-VERSIONS
           MOVE MVTP-FICHIER        TO WS-VER-FICHIER
           MOVE MVTP-OPERATEUR      TO WS-VER-OPERATEUR
           MOVE MVTP-MOTIF          TO WS-VER-MOTIF
           IF MVTP-DATE-EFFET NUMERIC
              MOVE MVTP-DATE-EFFET  TO WS-VER-DATE-EFFET
           END-IF

           EVALUATE TRUE
              WHEN WS-VER-FICHIER = SPACE
                 MOVE 'MEMBRE NON RENSEIGNE' TO WS-VER-CAUSE
              WHEN MVTP-DATE-EFFET NOT NUMERIC
                 MOVE 'DATE D''EFFET INVALIDE' TO WS-VER-CAUSE
              WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-VER-DATE-EFFET)
                   NOT = 0
                 MOVE 'DATE D''EFFET INVALIDE' TO WS-VER-CAUSE
              WHEN WS-VER-DATE-EFFET < WS-DHS-DATE
                 MOVE 'DATE D''EFFET PASSEE' TO WS-VER-CAUSE
              WHEN WS-VER-MOTIF = SPACE
                 MOVE 'MOTIF OBLIGATOIRE'   TO WS-VER-CAUSE
              WHEN OTHER
                 PERFORM CONTROLE-OPERATEUR
           END-EVALUATE
           IF WS-VER-CAUSE NOT = SPACE
              SET WS-VER-REJETEE    TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-VER-FICHIER      TO WS-REGP-FICHIER
           MOVE WS-VER-DATE-EFFET   TO WS-REGP-DATE-RECH
           PERFORM CHERCHE-VERSION-EN-VIGUEUR
           PERFORM CHARGE-VERSION
      *    Meme date d'effet : la version est remplacee, et sa
      *    precedente reste celle de la version remplacee
           IF WS-REGP-DATE-VIGUEUR = WS-VER-DATE-EFFET
              SET WS-VER-REMPLACE   TO TRUE
              MOVE WS-REGP-VIG-PRECEDENTE TO WS-VER-PRECEDENTE
           ELSE
              MOVE WS-REGP-DATE-VIGUEUR   TO WS-VER-PRECEDENTE
           END-IF
           MOVE WS-REGP-NB-LIGNES   TO WS-NB-BASE
                                       WS-NB-TRAVAIL
           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                   UNTIL   WS-IDX-LIG > WS-NB-BASE
              MOVE WS-REGP-LIGNE (WS-IDX-LIG)
                                    TO WS-BAS-LIGNE (WS-IDX-LIG)
                                       WS-TRV-TEXTE (WS-IDX-LIG)
              MOVE WS-IDX-LIG       TO WS-TRV-ORIGINE (WS-IDX-LIG)
              MOVE SPACE            TO WS-TRV-ETAT (WS-IDX-LIG)
           END-PERFORM
           .

      *    Operateur de la carte V : profil present et fonction M
       CONTROLE-OPERATEUR.
           MOVE ZERO                TO WS-IDX-VISE
           PERFORM VARYING WS-IDX-OPR FROM 1 BY 1
                   UNTIL   WS-IDX-OPR > WS-NB-OPER
                        OR WS-IDX-VISE > ZERO
              IF WS-OPR-ID (WS-IDX-OPR) = WS-VER-OPERATEUR
                 MOVE WS-IDX-OPR    TO WS-IDX-VISE
              END-IF
           END-PERFORM
           IF WS-IDX-VISE = ZERO OR WS-VER-OPERATEUR = SPACE
              MOVE 'OPERATEUR SANS PROFIL' TO WS-VER-CAUSE
              EXIT PARAGRAPH
           END-IF
           IF WS-OPR-FONCTIONS (WS-IDX-VISE) (1:1) NOT = 'M'
              AND WS-OPR-FONCTIONS (WS-IDX-VISE) (2:1) NOT = 'M'
              AND WS-OPR-FONCTIONS (WS-IDX-VISE) (3:1) NOT = 'M'
              AND WS-OPR-FONCTIONS (WS-IDX-VISE) (4:1) NOT = 'M'
              MOVE 'OPERATEUR NON HABILITE (M)' TO WS-VER-CAUSE
           END-IF
           .

      *    Fin des mouvements : bloc A non termine = version rejetee
       FIN-MOUVEMENTS.
           IF WS-MODE-AJOUT OR WS-MODE-REMPLACEMENT
              IF WS-VER-OUVERTE AND NOT WS-VER-REJETEE
                 MOVE 'FIN DE FICHIER DANS UN BLOC' TO WS-VER-CAUSE
                 SET WS-VER-REJETEE TO TRUE
              END-IF
           END-IF
           PERFORM TERMINE-VERSION
           .

      *    Cloture de la version saisie : rejet, version identique
      *    a celle de depart, ou ecriture dans le registre
       TERMINE-VERSION.
           IF NOT WS-VER-OUVERTE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE WS-DATE-HEURE-SYS (1:14) TO WS-HORODATAGE
           SET WS-MODE-COMMANDE     TO TRUE

           IF WS-VER-REJETEE
              MOVE 'REJETEE '       TO WS-VER-RESULTAT
              ADD 1                 TO WS-NB-REJETEES
              MOVE ZERO             TO WS-REGP-NB-LIGNES
              DISPLAY 'VERSION REJETEE ' WS-VER-FICHIER ' '
                      WS-VER-DATE-EFFET ' ' WS-VER-OPERATEUR
                      ' : ' WS-VER-CAUSE
              PERFORM ECRIT-AUDIT
              MOVE ZERO             TO WS-VER-INDIC-OUVERTE
              EXIT PARAGRAPH
           END-IF

      *    Lignes retenues, dans l'ordre, et ecarts avec le depart
           MOVE ZERO                TO WS-REGP-NB-LIGNES
           PERFORM VARYING WS-IDX-TRV FROM 1 BY 1
                   UNTIL   WS-IDX-TRV > WS-NB-TRAVAIL
              EVALUATE TRUE
                 WHEN WS-TRV-SUPPRIMEE (WS-IDX-TRV)
                    IF WS-TRV-ORIGINE (WS-IDX-TRV) > ZERO
                       ADD 1        TO WS-VER-NB-SUPPR
                    END-IF
                 WHEN OTHER
                    ADD 1           TO WS-REGP-NB-LIGNES
                    MOVE WS-TRV-TEXTE (WS-IDX-TRV)
                         TO WS-REGP-LIGNE (WS-REGP-NB-LIGNES)
                    IF WS-TRV-ORIGINE (WS-IDX-TRV) = ZERO
                       ADD 1        TO WS-VER-NB-AJOUTS
                    ELSE
                       IF WS-TRV-TEXTE (WS-IDX-TRV) NOT =
                          WS-BAS-LIGNE (WS-TRV-ORIGINE (WS-IDX-TRV))
                          ADD 1     TO WS-VER-NB-MODIFS
                       END-IF
                    END-IF
              END-EVALUATE
           END-PERFORM

      *    Contenu final compare ligne a ligne a celui de depart
           MOVE 1                   TO WS-INDIC-IDENTIQUE
           IF WS-REGP-NB-LIGNES NOT = WS-NB-BASE
              MOVE ZERO             TO WS-INDIC-IDENTIQUE
           END-IF
           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                   UNTIL   WS-IDX-LIG > WS-REGP-NB-LIGNES
                        OR NOT WS-IDENTIQUE
              IF WS-REGP-LIGNE (WS-IDX-LIG)
                 NOT = WS-BAS-LIGNE (WS-IDX-LIG)
                 MOVE ZERO          TO WS-INDIC-IDENTIQUE
              END-IF
           END-PERFORM
           IF WS-IDENTIQUE
              MOVE 'INCHANGE'       TO WS-VER-RESULTAT
              ADD 1                 TO WS-NB-INCHANGEES
              DISPLAY 'VERSION INCHANGEE ' WS-VER-FICHIER ' '
                      WS-VER-DATE-EFFET ' : identique a la version '
                      'en vigueur, non ecrite'
              PERFORM ECRIT-AUDIT
              MOVE ZERO             TO WS-VER-INDIC-OUVERTE
              EXIT PARAGRAPH
           END-IF

           IF WS-VER-REMPLACE
              PERFORM SUPPRIME-VERSION-REMPLACEE
              MOVE 'REMPLACE'       TO WS-VER-RESULTAT
              ADD 1                 TO WS-NB-REMPLACEES
           ELSE
              MOVE 'CREEE   '       TO WS-VER-RESULTAT
              ADD 1                 TO WS-NB-CREEES
           END-IF
           PERFORM ECRIT-VERSION
           PERFORM ECRIT-AUDIT
           DISPLAY 'VERSION ' WS-VER-RESULTAT ' ' WS-VER-FICHIER ' '
                   WS-VER-DATE-EFFET ' ' WS-VER-OPERATEUR ' : '
                   WS-VER-NB-AJOUTS ' ajout(s), '
                   WS-VER-NB-MODIFS ' modif(s), '
                   WS-VER-NB-SUPPR ' suppr.'
           MOVE ZERO                TO WS-VER-INDIC-OUVERTE
           .

      *    Version de meme date d'effet : toutes ses lignes, en-tete
      *    compris, sont retirees avant reecriture
       SUPPRIME-VERSION-REMPLACEE.
           MOVE ZERO                TO WS-REGP-INDIC-FIN
           MOVE WS-VER-FICHIER      TO REGP-FICHIER
           MOVE WS-VER-DATE-EFFET   TO REGP-DATE-EFFET
           MOVE ZERO                TO REGP-LIGNE
           START FIC-REGISTRE-PARAM KEY IS NOT LESS THAN REGP-CLE
              INVALID KEY
                 SET WS-REGP-FIN    TO TRUE
           END-START
           PERFORM UNTIL WS-REGP-FIN
              READ FIC-REGISTRE-PARAM NEXT RECORD
                 AT END
                    SET WS-REGP-FIN TO TRUE
                 NOT AT END
                    IF REGP-FICHIER NOT = WS-VER-FICHIER
                       OR REGP-DATE-EFFET NOT = WS-VER-DATE-EFFET
                       SET WS-REGP-FIN TO TRUE
                    ELSE
                       DELETE FIC-REGISTRE-PARAM RECORD
                       MOVE WS-STATUS-REGP TO WS-FSTA-STATUT
                       MOVE 'FIC-REGP'     TO WS-FSTA-FICHIER
                       PERFORM CONTROLE-FILE-STATUT
                    END-IF
              END-READ
           END-PERFORM
           .

      *    En-tete (ligne 0000) puis lignes 0001 a nnnn
       ECRIT-VERSION.
           MOVE SPACES              TO REGP-REC
           MOVE WS-VER-FICHIER      TO REGP-FICHIER
           MOVE WS-VER-DATE-EFFET   TO REGP-DATE-EFFET
           MOVE ZERO                TO REGP-LIGNE
           MOVE WS-VER-OPERATEUR    TO REGP-V-OPERATEUR
           MOVE WS-VER-MOTIF        TO REGP-V-MOTIF
           MOVE WS-HORODATAGE       TO REGP-V-HORODATAGE
           MOVE WS-REGP-NB-LIGNES   TO REGP-V-NB-LIGNES
           MOVE WS-VER-PRECEDENTE   TO REGP-V-PRECEDENTE
           MOVE WS-VER-NB-AJOUTS    TO REGP-V-NB-AJOUTS
           MOVE WS-VER-NB-MODIFS    TO REGP-V-NB-MODIFS
           MOVE WS-VER-NB-SUPPR     TO REGP-V-NB-SUPPR
           WRITE REGP-REC
           MOVE WS-STATUS-REGP      TO WS-FSTA-STATUT
           MOVE 'FIC-REGP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                   UNTIL   WS-IDX-LIG > WS-REGP-NB-LIGNES
              MOVE SPACES           TO REGP-REC
              MOVE WS-VER-FICHIER   TO REGP-FICHIER
              MOVE WS-VER-DATE-EFFET TO REGP-DATE-EFFET
              MOVE WS-IDX-LIG       TO REGP-LIGNE
              MOVE WS-REGP-LIGNE (WS-IDX-LIG) TO REGP-TEXTE
              WRITE REGP-REC
              MOVE WS-STATUS-REGP   TO WS-FSTA-STATUT
              MOVE 'FIC-REGP'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                 TO WS-NB-LIGNES-ECRITES
           END-PERFORM
           .

       ECRIT-AUDIT.
           MOVE SPACES              TO AUDP-REC
           MOVE WS-HORODATAGE       TO AUDP-HORODATAGE
           MOVE WS-VER-FICHIER      TO AUDP-FICHIER
           MOVE MVTP-DATE-EFFET     TO AUDP-DATE-EFFET
           IF WS-VER-DATE-EFFET > ZERO
              MOVE WS-VER-DATE-EFFET TO AUDP-DATE-EFFET
           END-IF
           MOVE WS-VER-OPERATEUR    TO AUDP-OPERATEUR
           MOVE WS-VER-RESULTAT     TO AUDP-RESULTAT
           MOVE WS-REGP-NB-LIGNES   TO AUDP-NB-LIGNES
           MOVE WS-VER-NB-AJOUTS    TO AUDP-NB-AJOUTS
           MOVE WS-VER-NB-MODIFS    TO AUDP-NB-MODIFS
           MOVE WS-VER-NB-SUPPR     TO AUDP-NB-SUPPR
           MOVE WS-VER-PRECEDENTE   TO AUDP-PRECEDENTE
           MOVE WS-VER-MOTIF        TO AUDP-MOTIF
           MOVE WS-VER-CAUSE        TO AUDP-CAUSE
           WRITE AUDP-REC
           MOVE WS-STATUS-AUDP      TO WS-FSTA-STATUT
           MOVE 'FIC-AUDP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           .

      *    Lecture du registre des parametres
           COPY REGPP.
      *    Ecriture d'une alerte operateur
           COPY ALRTP.
      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           CLOSE FIC-MVT-PARAM
                 FIC-REGISTRE-PARAM
                 FIC-AUDIT-PARAM

           IF WS-NB-REJETEES > ZERO OR WS-NB-CARTES-REJ > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF
           IF WS-NB-REJETEES > ZERO
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'PARAMREJ'       TO WS-ALRT-CODE
              MOVE WS-NB-REJETEES   TO WS-NB-EDT
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Versions de parametre rejetees :'
                     WS-NB-EDT
                     DELIMITED BY SIZE
                INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           DISPLAY 'Maintenance du registre des parametres terminee'
           MOVE WS-NB-CARTES        TO WS-NB-EDT
           DISPLAY 'CARTES LUES         = ' WS-NB-EDT
           MOVE WS-NB-VERSIONS      TO WS-NB-EDT
           DISPLAY 'VERSIONS SAISIES    = ' WS-NB-EDT
           MOVE WS-NB-CREEES        TO WS-NB-EDT
           DISPLAY 'VERSIONS CREEES     = ' WS-NB-EDT
           MOVE WS-NB-REMPLACEES    TO WS-NB-EDT
           DISPLAY 'VERSIONS REMPLACEES = ' WS-NB-EDT
           MOVE WS-NB-INCHANGEES    TO WS-NB-EDT
           DISPLAY 'VERSIONS INCHANGEES = ' WS-NB-EDT
           MOVE WS-NB-REJETEES      TO WS-NB-EDT
           DISPLAY 'VERSIONS REJETEES   = ' WS-NB-EDT
           MOVE WS-NB-CARTES-REJ    TO WS-NB-EDT
           DISPLAY 'CARTES IGNOREES     = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-MVTP'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-MVTP      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-CARTES        TO WS-JSUM-FIC-LUS
           MOVE ZERO                TO WS-JSUM-FIC-ECRITS
           MOVE WS-NB-CARTES-REJ    TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-REGP'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-REGP      TO WS-JSUM-FIC-STATUT
           MOVE ZERO                TO WS-JSUM-FIC-LUS
           MOVE WS-NB-LIGNES-ECRITES TO WS-JSUM-FIC-ECRITS
           MOVE WS-NB-REJETEES      TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
