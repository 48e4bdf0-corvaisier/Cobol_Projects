       PROGRAM-ID. FOREX00B.
      *==============================================================*
      * PROGRAMME CALCULS                                         *
      *   - Une vente a une contrepartie du referentiel etablie     *
      *     dans un autre Etat membre que l'entite est autoliquidee *
      *     (TVA a zero, base declaree par le pays de l'entite)      *
      *   - La conversion en euro et la TVA sont arrondies par le    *
      *     service FOREX089 (usages conversion et taxe), residus    *
      *     d'arrondi au rapport FIC-RESIDUS                         *
      *   - Table des taux de TVA et autoliquidation en copybooks    *
      *     TVAW/TVAP, partages avec la simulation FOREX110          *
      *   - Rejeu d'une journee passee (carte FIC-PARAM-REJEU) : la  *
      *     date metier remplace la date du run (cotations,          *
      *     periode budget, run precedent), le marqueur n'est pas    *
      *     controle, FIC-HISTO-TOTAUX et FIC-CONTROLES ne sont pas  *
      *     touches - les totaux retraites vont a FIC-HISTO-RETRAITE *
      *     pour la comparaison FOREX124                             *
      *   - Table des cotations bornee (copybooks TXCW/TXCP,         *
      *     partages avec FOREX110) : FICTXC est lu toutes           *
      *     generations, les cotations posterieures a la date metier *
      *     sont ignorees, table pleine les plus anciennes laissent  *
      *     leur place ; une conversion qui aurait pu porter sur une *
      *     cotation ecartee, ou une table sans place, abandonne le  *
      *     run (RC 16, alerte F) - plus de troncature silencieuse   *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TXC.
      * Referentiel des contreparties (FOREX055), lecture directe :
      *   le pays de la contrepartie decide de l'autoliquidation
      *   intracommunautaire (facultatif)
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * Pays d'etablissement de chaque entite juridique (facultatif,
      *   sans lui toutes les entites sont etablies en France)
           SELECT FIC-PAYS-ENTITES
                     ASSIGN to FICPAYSE
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PAYSE.
      *    FIC-LOCALE-US : bascule du format de sortie (montants et
      *                    dates édités) du français vers l'anglo-
      *                    saxon, partagée avec FABEX005 et FOREX006
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-HISTO.
      * Rejeu d'une journee passee (facultatif) : date metier
      *   AAAAMMJJ de la journee a recalculer - sans cette carte,
      *   le run est le run du jour
           SELECT FIC-PARAM-REJEU
                     ASSIGN to FICPREJ
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PREJ.
      * Totaux retraites du rejeu, meme dessin que FIC-HISTO-
      *   TOTAUX : l'historique des runs reste celui des chiffres
      *   publies tant que la finance n'a pas decide du retraitement
           SELECT FIC-HISTO-RETRAITE
                     ASSIGN to FICHRET
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-HRET.
      *    FIC-RUNLOG : journal des heures de début/fin de run,
      *                 partagé avec FOREX009 et FOREX010
           COPY RUNLOGS.
         10 TXC-TAUX           PIC 9(03)V9(06).
         10 FILLER             PIC X(60).

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

      * Pays d'une entite : code entite ('**' = entite par defaut)
       FD  FIC-PAYS-ENTITES.
       01  PAYSE-REC.
         10 PAYSE-ENTITE       PIC X(02).
         10 FILLER             PIC X(01).
         10 PAYSE-PAYS         PIC X(03).
         10 FILLER             PIC X(74).

      * Ventilation de la TVA par pays : 1 ligne par code pays du run
       FD  FIC-TVA-PAYS.
       01  TVAP-REC.
         10 TVAP-TOTAL-TTC     PIC S9(11)V99.
         10 FILLER             PIC X(01).
         10 TVAP-TAUX          PIC 9V999.
         10 FILLER             PIC X(01).
      *    Base des ventes intracommunautaires autoliquidees par le
      *    client (hors TOTAL-HT, TVA nulle), portee sur la ligne du
      *    pays de l'entite qui les declare
         10 TVAP-BASE-AUTOLIQ  PIC S9(11)V99.
         10 FILLER             PIC X(08).

      * Rapport formate des resultats du run
       FD  FIC-RAPPORT.
         10 HISTO-MOYENNE-ARRONDIE   PIC S9(09)V99.
         10 FILLER                   PIC X(49).

      * Date metier de la journee rejouee
       FD  FIC-PARAM-REJEU.
       01  PREJ-REC.
         10 PREJ-DATE                PIC X(08).
         10 FILLER                   PIC X(72).

      * Totaux retraites de la journee rejouee
       FD  FIC-HISTO-RETRAITE.
       01  HRET-REC.
         10 HRET-DATE                PIC 9(08).
         10 HRET-TOTAL-ARRONDI       PIC S9(10)V99.
         10 HRET-MOYENNE-ARRONDIE    PIC S9(09)V99.
         10 FILLER                   PIC X(49).

           COPY RUNLOG.

           COPY ALRT.
       01  WS-STATUS-PENT      PIC 9(02)   VALUE ZERO.
       01  WS-STATUS-LIMP      PIC 9(02)   VALUE ZERO.
       01  WS-STATUS-REXPO     PIC 9(02)   VALUE ZERO.
       01  WS-STATUS-CTP       PIC 9(02)   VALUE ZERO.
       01  WS-STATUS-PAYSE     PIC 9(02)   VALUE ZERO.
       01  WS-STATUS-PREJ      PIC 9(02)   VALUE ZERO.
       01  WS-STATUS-HRET      PIC 9(02)   VALUE ZERO.

      *    Rejeu d'une journee passee : date metier lue de FIC-
      *    PARAM-REJEU, substituee a la date du run dans WS-DHS-DATE
      *    une fois le marqueur passe ; une transaction datee apres
      *    elle trahit une generation de FIC-TRANSACTIONS qui n'est
      *    pas celle de la journee
       01  WS-REJEU.
           02  WS-INDIC-REJEU       PIC 9          VALUE ZERO.
               88 WS-MODE-REJEU                    VALUE 1.
           02  WS-DATE-REJEU        PIC 9(08)      VALUE ZERO.
           02  WS-DATE-JOUR         PIC 9(08)      VALUE ZERO.
           02  WS-NB-POSTERIEURES   PIC S9(9) COMP SYNC VALUE ZERO.

      *    Limites d'exposition par juridiction, chargees en INIT -
      *    le cumul HT par pays du run (WS-TAB-TVA-PAYS) leur est
      *    Entite juridique du run (blanc = entite par defaut)
       01  WS-ENTITE-RUN       PIC X(02)   VALUE SPACE.

      *    Table des taux de TVA et autoliquidation, partagees
      *    avec la simulation FOREX110
           COPY TVAW.
       01  WS-NB-AUTOLIQ-EDT        PIC ZZZ.ZZZ.ZZ9.

      *    Budgets de la periode en cours (AAAAMM du run), charges
      *    de FIC-BUDGET, et zones de la comparaison budget/realise
      *    par juridiction - le realise est le total HT cumule par
      *    Table des taux de change charges de FIC-TAUX-CHANGE - pour
      *    une devise cotee plusieurs fois, seule la cotation la plus
      *    recente anterieure ou egale a la date du run est retenue
      *    par DETERMINE-TAUX-CHANGE. La table recoit chaque jour les
      *    cours integres par FOREX075 : elle garde l'historique,
      *    borne par TXCW/TXCP
           COPY TXCW.
       01  WS-INDIC-FIN-TXC         PIC 9      VALUE ZERO.
           88 WS-FIN-TXC                       VALUE 1.

      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.

      *    Zones d'appel du service d'arrondi par devise
           COPY ARRW.

      *    Trailer de controle de FIC-TRANSACTIONS (ecrit par
      *    FOREX009/FOREX032) : comptage et total de hachage
      *    attendus, confrontes a ce qui a reellement ete lu - un
       01  WS-IDX-TB                  PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TB-BORNE                PIC S9(4) COMP SYNC VALUE 1.

      *    Cumuls de la ventilation TVA par pays/juridiction - une
      *    entree par code pays rencontre dans le run, les codes
      *    retombes sur le taux par defaut cumules sous '***'
               10 WS-TVAP-TVA       PIC S9(11)V99.
               10 WS-TVAP-TTC       PIC S9(11)V99.
               10 WS-TVAP-TAUX      PIC 9V999.
      *        Base autoliquidee declaree par l'entite de ce pays
               10 WS-TVAP-AUTOLIQ   PIC S9(11)V99.
      *        Base autoliquidee vendue vers ce pays : n'entre pas
      *        dans la ventilation, mais reste dans l'exposition et
      *        le realise du pays
               10 WS-TVAP-HT-AL     PIC S9(11)V99.
       01  WS-IDX-TVAP              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-CODE-TVAP             PIC X(03)  VALUE SPACE.
       01  WS-INDIC-TVAP-TROUVE     PIC 9      VALUE ZERO.
               OUTPUT PROCEDURE EXPLOITE-TRANS-TRIEES
           PERFORM VERIFIE-COMPTAGE-AMONT
           PERFORM VERIFIE-TRAILER-AMONT
           PERFORM VERIFIE-GENERATION-REJEU
           PERFORM VERIFIE-COTATIONS-ECARTEES
           PERFORM ECRIT-TVA-PAYS
           PERFORM CONTROLE-EXPOSITIONS
           PERFORM AFFICHAGE      *> Affichage du res final
      *    Resume de fin de job standardise
           MOVE 'FOREX00B'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX00B'  TO WS-ARR-PROGRAMME

      *    Entite juridique du run (mode multi-entites) - lue avant
      *    le marqueur, dont l'entite doit etre la meme
           END-IF
           MOVE WS-ENTITE-RUN       TO WS-CTL-ENTITE

      *    Pays des entites et referentiel des contreparties, pour
      *    l'autoliquidation intracommunautaire
           PERFORM LIT-PAYS-ENTITES
           OPEN INPUT FIC-CONTREPARTIES
           IF WS-STATUS-CTP = '00'
              SET WS-CTP-OUVERT     TO TRUE
           ELSE
              DISPLAY 'FIC-CONTREPARTIES absent, aucune vente '
                      'autoliquidee'
           END-IF

      *    Rejeu d'une journee passee, si la carte est fournie
           PERFORM LIT-PARAM-REJEU

      *    FOREX00B dépend du FIC2-STATS produit par FOREX009 pour ce
      *    même run : on refuse de poursuivre si le marqueur de fin de
      *    run de FOREX009 est absent ou ne date pas d'aujourd'hui
                    END-IF
                    ADD 1                TO WS-NB-TRANS-LUES
                    ADD TRANS-MONTANT    TO WS-HASH-LU
                    IF WS-MODE-REJEU
                       AND TRANS-DATE NUMERIC
                       AND TRANS-DATE > WS-DATE-REJEU
                       ADD 1             TO WS-NB-POSTERIEURES
                    END-IF
      *             Conversion en euro avant toute statistique : les
      *             flux ne sont plus tous en euro, additionner des
      *             devises melangees fausserait les totaux
       LIBERE-TEST-COURANT.
           MOVE SPACES              TO TRANS-DEVISE
                                       TRANS-REF
                                       TRANS-ENTITE
                                       TRANS-CODE-CTP
           ADD 1                    TO WS-NB-TRANS-LUES
           PERFORM CONVERTIT-EN-EURO
           MOVE TRANS-CODE-PAYS     TO WS-PAYS-COURANT
           END-IF
           .

      *    En rejeu, FIC-TRANSACTIONS doit etre la generation
      *    archivee de la journee : une transaction datee apres la
      *    date metier signe une generation plus recente, et des
      *    chiffres retraites sur de mauvaises donnees seraient pires
      *    que pas de chiffres - ABEND gradue (RC 16)
       VERIFIE-GENERATION-REJEU.
           IF NOT WS-MODE-REJEU
              OR WS-NB-POSTERIEURES = ZERO
              EXIT PARAGRAPH
           END-IF
           DISPLAY 'ABEND - REJEU DU ' WS-DATE-REJEU ' : '
                   WS-NB-POSTERIEURES ' TRANSACTION(S) POSTERIEURE(S)'
           DISPLAY '  FICTRANS n''est pas la generation de la journee'
           MOVE 'F'                 TO WS-ALRT-SEVERITE
           MOVE 'REJEUGEN'          TO WS-ALRT-CODE
           MOVE 'Rejeu : generation FICTRANS incorrecte'
                                    TO WS-ALRT-MESSAGE
           PERFORM ECRIT-ALERTE
           MOVE 16                  TO RETURN-CODE
           GOBACK
           .

      *    Table des cours sans place pour une cotation (aucune
      *    devise n'en a deux a ecarter, ou plus de 100 devises) :
      *    convertir sur une table tronquee fausserait les chiffres
      *    sans que rien ne le signale - ABEND gradue (RC 16)
       ABANDON-TABLE-COURS.
           DISPLAY 'ABEND - TABLE DES COURS PLEINE (2000)'
           MOVE 'F'                 TO WS-ALRT-SEVERITE
           MOVE 'TXCPLEIN'          TO WS-ALRT-CODE
           MOVE 'Table des cours pleine, run abandonne'
                                    TO WS-ALRT-MESSAGE
           PERFORM ECRIT-ALERTE
           MOVE 16                  TO RETURN-CODE
           GOBACK
           .

      *    Une transaction convertie a une date dont la cotation a
      *    pu etre ecartee de la table (historique plus long que la
      *    table) : ses chiffres ne sont pas surs - ABEND gradue
      *    (RC 16), comme pour une generation de rejeu incorrecte
       VERIFIE-COTATIONS-ECARTEES.
           IF WS-NB-TXC-DOUTEUSES = ZERO
              EXIT PARAGRAPH
           END-IF
           DISPLAY 'ABEND - ' WS-NB-TXC-DOUTEUSES
                   ' CONVERSION(S) SUR UNE COTATION ECARTEE'
           DISPLAY '  transactions plus anciennes que la table des '
                   'cours (' WS-NB-TXC-ECARTEES ' cotations ecartees)'
           MOVE 'F'                 TO WS-ALRT-SEVERITE
           MOVE 'TXCECART'          TO WS-ALRT-CODE
           MOVE 'Conversion sur une cotation ecartee'
                                    TO WS-ALRT-MESSAGE
           PERFORM ECRIT-ALERTE
           MOVE 16                  TO RETURN-CODE
           GOBACK
           .

      *    Cumuls au fil de l'eau de la transaction courante :
      *    totaux, TVA/TTC (avec ventilation par pays) et avoirs -
      *    tout ce qui ne depend pas de la moyenne se calcule ici,
           IF WS-MONTANT-COURANT < ZERO
              PERFORM SIGNALE-AVOIR
           END-IF
           COMPUTE WS-ARR-BRUT = WS-MONTANT-COURANT
                               * WS-TAUX-TVA-APPLIQUE
           MOVE 'EUR'               TO WS-ARR-DEVISE
           SET WS-ARR-TAXE          TO TRUE
           MOVE 2                   TO WS-ARR-PRECISION
           PERFORM ARRONDIT-MONTANT
           MOVE WS-ARR-ARRONDI      TO WS-TVA-COURANTE
           COMPUTE WS-TOTAL-TVA ROUNDED = WS-TOTAL-TVA
                                        + WS-TVA-COURANTE
           COMPUTE WS-TOTAL-TTC ROUNDED = WS-TOTAL-TTC
      *    a blanc ou EUR) sont convertibles, les autres passent au
      *    taux 1 avec un signalement
       LIT-TAUX-CHANGE.
      *    Aucune conversion ne porte au-dela de la date metier
      *    (date du run, ou du rejeu)
           MOVE WS-DHS-DATE          TO WS-TXC-DATE-LIMITE
           OPEN INPUT FIC-TAUX-CHANGE
           IF WS-STATUS-TXC = '00'
              PERFORM UNTIL WS-FIN-TXC
                 READ FIC-TAUX-CHANGE
                  AT END
                    SET WS-FIN-TXC   TO TRUE
                  NOT AT END
                    PERFORM RETIENT-COTATION
                    IF WS-TXC-TABLE-PLEINE
                       PERFORM ABANDON-TABLE-COURS
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FIC-TAUX-CHANGE
              DISPLAY 'COTATIONS RETENUES ' WS-NB-TAUX-CHANGE
                      ', POSTERIEURES IGNOREES ' WS-NB-TXC-IGNOREES
                      ', ECARTEES ' WS-NB-TXC-ECARTEES
           ELSE
              DISPLAY 'FIC-TAUX-CHANGE absent, montants supposes '
                      'en euro'
              MOVE WS-DHS-DATE       TO WS-DATE-REFERENCE-TAUX
           END-IF
           PERFORM DETERMINE-TAUX-CHANGE
           COMPUTE WS-ARR-BRUT
                 = WS-MONTANT-ORIGINE * WS-TAUX-CHANGE-APPLIQUE
           MOVE 'EUR'               TO WS-ARR-DEVISE
           SET WS-ARR-CONVERSION    TO TRUE
           MOVE 2                   TO WS-ARR-PRECISION
           PERFORM ARRONDIT-MONTANT
           MOVE WS-ARR-ARRONDI      TO WS-MONTANT-COURANT
           PERFORM CUMULE-DEVISE
           .

                                      TO WS-TAUX-CHANGE-APPLIQUE
                 END-IF
              END-PERFORM
              PERFORM CONTROLE-COTATION-ECARTEE
              IF WS-TXC-COTATION-DOUTEUSE
                 ADD 1              TO WS-NB-TXC-DOUTEUSES
                 DISPLAY 'DEVISE ' WS-DEVISE-COURANTE
                         ' AU ' WS-DATE-REFERENCE-TAUX
                         ' : cotation ecartee de la table'
              END-IF
              IF NOT WS-TAUX-CHANGE-TROUVE
                 ADD 1              TO WS-NB-SANS-TAUX-DATE
                 DISPLAY 'DEVISE SANS COTATION ' WS-DEVISE-COURANTE
                   UNTIL   WS-IDX-EXPO > WS-NB-PAYS-TVA
              IF WS-TVAP-CODE (WS-IDX-EXPO)
                 = WS-LIM-PAYS (WS-IDX-LIM)
                 COMPUTE WS-EXPOSITION-PAYS
                       = WS-TVAP-HT (WS-IDX-EXPO)
                       + WS-TVAP-HT-AL (WS-IDX-EXPO)
              END-IF
           END-PERFORM

                  AT END
                    CONTINUE
                  NOT AT END
      *             En rejeu, le run precedent est celui qui
      *             precedait la journee rejouee - la journee elle-
      *             meme et les suivantes sont ignorees
                    IF WS-MODE-REJEU
                       AND HISTO-DATE >= WS-DATE-REJEU
                       EXIT PERFORM CYCLE
                    END-IF
                    SET WS-HISTO-PRESENT         TO TRUE
                    MOVE HISTO-TOTAL-ARRONDI     TO WS-HISTO-PREV-TOTAL
                    MOVE HISTO-MOYENNE-ARRONDIE
      *    la comparaison du run suivant - ouvert en EXTEND pour
      *    accumuler l'historique, comme FIC-RUNLOG (copybook RUNLOGP)
       ECRIT-HISTO-TOTAUX.
      *    En rejeu, les totaux retraites vont a leur propre fichier
           IF WS-MODE-REJEU
              OPEN OUTPUT FIC-HISTO-RETRAITE
              INITIALIZE HRET-REC
              MOVE WS-DATE-REJEU       TO HRET-DATE
              MOVE WS-TOTAL-ARRONDI    TO HRET-TOTAL-ARRONDI
              MOVE WS-MOYENNE-ARRONDIE TO HRET-MOYENNE-ARRONDIE
              WRITE HRET-REC
              CLOSE FIC-HISTO-RETRAITE
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FIC-HISTO-TOTAUX
           IF WS-STATUS-HISTO NOT = '00'
              OPEN OUTPUT FIC-HISTO-TOTAUX
           END-IF
           .

      *    Carte de rejeu facultative : une date metier valide et
      *    anterieure a aujourd'hui passe le run en mode rejeu ; une
      *    carte presente mais invalide arrete le run (RC 16) plutot
      *    que de publier, sous couvert d'un rejeu, les chiffres du
      *    jour
       LIT-PARAM-REJEU.
           OPEN INPUT FIC-PARAM-REJEU
           IF WS-STATUS-PREJ NOT = '00'
              EXIT PARAGRAPH
           END-IF
           READ FIC-PARAM-REJEU
            AT END
              MOVE SPACES            TO PREJ-REC
           END-READ
           CLOSE FIC-PARAM-REJEU
           IF PREJ-DATE = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR
           IF PREJ-DATE NOT NUMERIC
              DISPLAY 'ABEND - DATE DE REJEU INVALIDE : ' PREJ-DATE
              MOVE 16                TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PREJ-DATE            TO WS-DATE-REJEU
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-REJEU) NOT = 0
              OR WS-DATE-REJEU NOT < WS-DATE-JOUR
              DISPLAY 'ABEND - DATE DE REJEU INVALIDE OU NON '
                      'ANTERIEURE AU JOUR : ' PREJ-DATE
              MOVE 16                TO RETURN-CODE
              GOBACK
           END-IF
           SET WS-MODE-REJEU         TO TRUE
           DISPLAY 'REJEU DE LA JOURNEE DU ' WS-DATE-REJEU
                   ' - sorties retraitees, historique et controles '
                   'inchanges'
           .

      *    Contrôle du marqueur de fin de run écrit par FOREX009
      *    (FIC-MARQUEUR) : absent, vide ou daté d'un autre jour que
      *    celui du run en cours, FOREX00B abandonne plutôt que de
      *    travailler sur un FIC2-STATS pas (ou plus) à jour
       VERIFIE-MARQUEUR-FOREX009.
      *    Rejeu : le marqueur de la journee a ete remplace depuis
      *    par celui des runs suivants, il n'est pas controle - le
      *    trailer de la generation archivee reste le garde-fou. La
      *    date metier prend la place de la date du run
           IF WS-MODE-REJEU
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
              MOVE WS-DATE-REJEU     TO WS-DHS-DATE
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT FIC-MARQUEUR
           IF WS-STATUS-MARQ NOT = '00'
              MOVE 'FRX00BE01'       TO WS-MSG-ID
      *    Cumul de la transaction courante dans la ventilation par
      *    pays - un code retombe sur le taux par defaut est cumule
      *    sous '***', pour que la ligne correspondante du fichier
      *    de ventilation saute aux yeux de la comptabilite ; une
      *    vente autoliquidee est cumulee a part, sur la ligne du
      *    pays de l'entite qui la declare
       CUMULE-TVA-PAYS.
           IF WS-EST-AUTOLIQUIDEE
              PERFORM CUMULE-AUTOLIQUIDATION
              EXIT PARAGRAPH
           END-IF
           IF WS-TAUX-EST-DEFAUT
              MOVE '***'            TO WS-CODE-TVAP
           ELSE
              MOVE WS-PAYS-COURANT  TO WS-CODE-TVAP
           END-IF
           PERFORM POSITIONNE-LIGNE-TVAP
           IF WS-IDX-TVAP = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE WS-TAUX-TVA-APPLIQUE TO WS-TVAP-TAUX (WS-IDX-TVAP)
           ADD 1                    TO WS-TVAP-NB (WS-IDX-TVAP)
           ADD WS-MONTANT-COURANT   TO WS-TVAP-HT (WS-IDX-TVAP)
           ADD WS-TVA-COURANTE      TO WS-TVAP-TVA (WS-IDX-TVAP)
           COMPUTE WS-TVAP-TTC (WS-IDX-TVAP) ROUNDED
                 = WS-TVAP-TTC (WS-IDX-TVAP)
                 + WS-MONTANT-COURANT + WS-TVA-COURANTE
           .

      *    Vente autoliquidee : base declaree par l'entite (ligne de
      *    son pays, hors base HT taxable), et base vendue vers le
      *    pays de la transaction pour son exposition et son realise
       CUMULE-AUTOLIQUIDATION.
           MOVE WS-PAYS-ENTITE-TRANS TO WS-CODE-TVAP
           PERFORM POSITIONNE-LIGNE-TVAP
           IF WS-IDX-TVAP NOT = ZERO
              ADD 1                 TO WS-TVAP-NB (WS-IDX-TVAP)
              ADD WS-MONTANT-COURANT
                                    TO WS-TVAP-AUTOLIQ (WS-IDX-TVAP)
              ADD WS-MONTANT-COURANT
                                    TO WS-TVAP-TTC (WS-IDX-TVAP)
           END-IF
           MOVE WS-PAYS-COURANT     TO WS-CODE-TVAP
           PERFORM POSITIONNE-LIGNE-TVAP
           IF WS-IDX-TVAP NOT = ZERO
              ADD WS-MONTANT-COURANT
                                    TO WS-TVAP-HT-AL (WS-IDX-TVAP)
           END-IF
           .

      *    Ligne de ventilation du code WS-CODE-TVAP, creee au besoin
      *    - WS-IDX-TVAP a zero si la table est pleine
       POSITIONNE-LIGNE-TVAP.
           MOVE ZERO                TO WS-INDIC-TVAP-TROUVE
           PERFORM VARYING WS-IDX-TVAP
                   FROM    1 BY 1
              END-IF
           END-PERFORM

           IF WS-TVAP-TROUVE
              SUBTRACT 1            FROM WS-IDX-TVAP
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-PAYS-TVA >= 50
              DISPLAY 'VENTILATION TVA : table pleine, code '
                      WS-CODE-TVAP ' non ventile'
              MOVE ZERO             TO WS-IDX-TVAP
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-PAYS-TVA
           MOVE WS-NB-PAYS-TVA      TO WS-IDX-TVAP
           INITIALIZE WS-TVAP-ENTREE (WS-IDX-TVAP)
           MOVE WS-CODE-TVAP        TO WS-TVAP-CODE (WS-IDX-TVAP)
           .

      *    Ecriture de la ventilation par pays dans FIC-TVA-PAYS,
      *    une ligne par code rencontre dans le run - un pays qui
      *    n'a recu que des ventes autoliquidees n'a rien a declarer
       ECRIT-TVA-PAYS.
           OPEN OUTPUT FIC-TVA-PAYS
           PERFORM VARYING WS-IDX-TVAP
                   FROM    1 BY 1
                   UNTIL   WS-IDX-TVAP > WS-NB-PAYS-TVA
              IF WS-TVAP-NB (WS-IDX-TVAP) > ZERO
                 MOVE SPACES        TO TVAP-REC
                 MOVE WS-TVAP-CODE (WS-IDX-TVAP) TO TVAP-CODE-PAYS
                 MOVE WS-TVAP-NB (WS-IDX-TVAP)   TO TVAP-NB-TRANS
                 MOVE WS-TVAP-HT (WS-IDX-TVAP)   TO TVAP-TOTAL-HT
                 MOVE WS-TVAP-TVA (WS-IDX-TVAP)  TO TVAP-TOTAL-TVA
                 MOVE WS-TVAP-TTC (WS-IDX-TVAP)  TO TVAP-TOTAL-TTC
                 MOVE WS-TVAP-TAUX (WS-IDX-TVAP) TO TVAP-TAUX
                 MOVE WS-TVAP-AUTOLIQ (WS-IDX-TVAP)
                                    TO TVAP-BASE-AUTOLIQ
                 WRITE TVAP-REC
              END-IF
           END-PERFORM
           CLOSE FIC-TVA-PAYS
           .
                   WS-NB-TRANS-LUES ' montant ' WS-MONTANT-EDT
           .

      *    Taux de TVA et autoliquidation de la transaction
      *    courante, partages avec la simulation FOREX110
           COPY TVAP.
      *    Chargement borne de la table des cotations, partage avec
      *    FOREX110
           COPY TXCP.

      * Affichage du résultat
       AFFICHAGE.
           MOVE WS-TOTAL-TTC         TO WS-TOTAL-TTC-EDT
           DISPLAY 'TOTAL TVA        = '  WS-TOTAL-TVA-EDT
           DISPLAY 'TOTAL TTC        = '  WS-TOTAL-TTC-EDT
           IF WS-NB-AUTOLIQ NOT = ZERO
              MOVE WS-NB-AUTOLIQ     TO WS-NB-AUTOLIQ-EDT
              DISPLAY 'DONT AUTOLIQUIDEES (INTRA-UE) = '
                      WS-NB-AUTOLIQ-EDT
           END-IF
           IF WS-NB-AVOIRS NOT = ZERO
              MOVE WS-NB-AVOIRS      TO WS-NB-AVOIRS-EDT
              DISPLAY 'DONT AVOIRS (MONTANTS NEGATIFS) = '
                  WS-DHS-ANNEE '  ' WS-DHS-HEURE ':' WS-DHS-MINUTE
                  DELIMITED BY SIZE INTO RAP-REC
           WRITE RAP-REC
           IF WS-MODE-REJEU
              MOVE SPACES           TO RAP-REC
              STRING 'REJEU - CHIFFRES RETRAITES DE LA JOURNEE, '
                     'NON COMPTABILISES'
                     DELIMITED BY SIZE INTO RAP-REC
              WRITE RAP-REC
           END-IF

           MOVE CSTE-TVA            TO WS-TAUX-DEFAUT-EDT
           MOVE WS-N                TO WS-NB-TRANS-EDT
                   UNTIL   WS-IDX-REAL > WS-NB-PAYS-TVA
              IF WS-TVAP-CODE (WS-IDX-REAL)
                 = WS-BUDG-PAYS (WS-IDX-BUDG)
                 COMPUTE WS-REALISE-PAYS
                       = WS-TVAP-HT (WS-IDX-REAL)
                       + WS-TVAP-HT-AL (WS-IDX-REAL)
              END-IF
           END-PERFORM

      *    FOREX006
           COPY LOCP.

      *    Appels du service d'arrondi par devise FOREX089
           COPY ARRP.

      * Fin du pgm
       FIN.
           PERFORM FIN-RUN-LOG
           CLOSE FIC-ERR-LOG
           IF WS-CTP-OUVERT
              CLOSE FIC-CONTREPARTIES
           END-IF

      *    Des conversions sans cotation a la date de la
      *    transaction meritent l'attention du pupitre : les
           END-IF
           DISPLAY 'Fin du programme'

      *    Residus d'arrondi des conversions et de la TVA du run
           PERFORM EMET-RESIDUS-ARRONDI

      *    Enregistrement du run dans le referentiel central des
      *    totaux de controle (copybook CTLP) - pas pour un rejeu,
      *    dont les chiffres ne sont pas publies
           IF NOT WS-MODE-REJEU
              MOVE 'FOREX00B'       TO WS-CTL-PROGRAMME
              MOVE WS-NB-TRANS-LUES TO WS-CTL-NB-LUS
              MOVE WS-NB-TRANS-LUES TO WS-CTL-NB-ECRITS
              MOVE ZERO             TO WS-CTL-NB-REJETES
              MOVE WS-TOTAL-ARRONDI TO WS-CTL-TOTAL
              IF WS-VARIATION-FORTE
                 MOVE 'VARFORTE'    TO WS-CTL-STATUT
              ELSE
                 MOVE 'OK      '    TO WS-CTL-STATUT
              END-IF
              PERFORM ECRIT-CONTROLE-RUN
           END-IF

      *    Code retour gradue du run (copybook RCGRADW)
           MOVE WS-RC-RUN  TO RETURN-CODE
