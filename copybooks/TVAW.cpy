      *==============================================================*
      * TVAW - TABLE DES TAUX DE TVA PAR PAYS/JURIDICTION ET ZONES   *
      *   DE L'AUTOLIQUIDATION INTRACOMMUNAUTAIRE (paragraphes en    *
      *   copybook TVAP), partagees par le calcul FOREX00B et la     *
      *   simulation de changement de taux FOREX110 : le taux d'une  *
      *   transaction ne se determine qu'a un seul endroit.          *
      *   Le programme appelant definit CSTE-TVA (taux par defaut,   *
      *   S9(1)V999) et WS-ENTITE-RUN (entite du run, X(02)), et     *
      *   declare FIC-CONTREPARTIES (cle CTP-CODE, pays CTP-PAYS) et *
      *   FIC-PAYS-ENTITES (PAYSE-ENTITE, PAYSE-PAYS) ; il ouvre     *
      *   FIC-CONTREPARTIES et positionne WS-CTP-OUVERT s'il est la. *
      *==============================================================*
      *    Autoliquidation intracommunautaire : une vente entre une
      *    entite et une contrepartie etablies dans deux Etats
      *    membres differents est autoliquidee par le client (TVA
      *    nulle, base mentionnee a part)
       01  WS-AUTOLIQUIDATION.
           02  WS-INDIC-CTP-OUVERT  PIC 9          VALUE ZERO.
               88 WS-CTP-OUVERT                    VALUE 1.
           02  WS-INDIC-FIN-PAYSE   PIC 9          VALUE ZERO.
               88 WS-FIN-PAYSE                     VALUE 1.
           02  WS-PAYS-ENTITE-DEFAUT PIC X(03)     VALUE 'FRA'.
           02  WS-NB-PAYS-ENTITES   PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-TAB-PAYS-ENTITES.
               05  WS-PENT-ENTREE OCCURS 10.
                   10 WS-PENT-ENTITE PIC X(02).
                   10 WS-PENT-PAYS  PIC X(03).
           02  WS-IDX-PENT          PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-ENTITE-TRANS      PIC X(02)      VALUE SPACE.
           02  WS-PAYS-ENTITE-TRANS PIC X(03)      VALUE SPACE.
           02  WS-PAYS-CTP-TRANS    PIC X(03)      VALUE SPACE.
           02  WS-INDIC-AUTOLIQ     PIC 9          VALUE ZERO.
               88 WS-EST-AUTOLIQUIDEE              VALUE 1.
           02  WS-INDIC-UE          PIC 9          VALUE ZERO.
               88 WS-PAYS-EST-UE                   VALUE 1.
           02  WS-PAYS-A-TESTER     PIC X(03)      VALUE SPACE.
           02  WS-NB-AUTOLIQ        PIC S9(9) COMP SYNC VALUE ZERO.

      *    Etats membres de l'Union europeenne (codes pays ISO a 3
      *    lettres, meme codage que TRANS-CODE-PAYS et CTP-PAYS)
       01  WS-TABLE-UE-DATA.
           05 FILLER PIC X(03) VALUE 'AUT'.
           05 FILLER PIC X(03) VALUE 'BEL'.
           05 FILLER PIC X(03) VALUE 'BGR'.
           05 FILLER PIC X(03) VALUE 'CYP'.
           05 FILLER PIC X(03) VALUE 'CZE'.
           05 FILLER PIC X(03) VALUE 'DEU'.
           05 FILLER PIC X(03) VALUE 'DNK'.
           05 FILLER PIC X(03) VALUE 'ESP'.
           05 FILLER PIC X(03) VALUE 'EST'.
           05 FILLER PIC X(03) VALUE 'FIN'.
           05 FILLER PIC X(03) VALUE 'FRA'.
           05 FILLER PIC X(03) VALUE 'GRC'.
           05 FILLER PIC X(03) VALUE 'HRV'.
           05 FILLER PIC X(03) VALUE 'HUN'.
           05 FILLER PIC X(03) VALUE 'IRL'.
           05 FILLER PIC X(03) VALUE 'ITA'.
           05 FILLER PIC X(03) VALUE 'LTU'.
           05 FILLER PIC X(03) VALUE 'LUX'.
           05 FILLER PIC X(03) VALUE 'LVA'.
           05 FILLER PIC X(03) VALUE 'MLT'.
           05 FILLER PIC X(03) VALUE 'NLD'.
           05 FILLER PIC X(03) VALUE 'POL'.
           05 FILLER PIC X(03) VALUE 'PRT'.
           05 FILLER PIC X(03) VALUE 'ROU'.
           05 FILLER PIC X(03) VALUE 'SVK'.
           05 FILLER PIC X(03) VALUE 'SVN'.
           05 FILLER PIC X(03) VALUE 'SWE'.
       01  WS-TABLE-UE-R REDEFINES WS-TABLE-UE-DATA.
           05  WS-UE-ENTREE  OCCURS 27 TIMES
                               ASCENDING KEY IS WS-UE-CODE-PAYS
                               INDEXED BY WS-UE-IDX.
               10 WS-UE-CODE-PAYS   PIC X(03).

      *    Table des taux de TVA par pays/juridiction, recherchée par
      *    TRAITEMENT-TVA ; un code absent de la table applique le
      *    taux par défaut CSTE-TVA
       01  WS-TABLE-TVA-DATA.
           05 FILLER PIC X(07) VALUE 'BEL0210'.
           05 FILLER PIC X(07) VALUE 'DEU0190'.
           05 FILLER PIC X(07) VALUE 'ESP0210'.
           05 FILLER PIC X(07) VALUE 'FRA0200'.
           05 FILLER PIC X(07) VALUE 'LUX0170'.

       01  WS-TABLE-TVA-R REDEFINES WS-TABLE-TVA-DATA.
           05  WS-TVA-ENTREE  OCCURS 5 TIMES
                               ASCENDING KEY IS WS-TVA-CODE-PAYS
                               INDEXED BY WS-TVA-IDX.
               10 WS-TVA-CODE-PAYS  PIC X(03).
               10 WS-TVA-TAUX       PIC 9(01)V999.

       01  WS-TAUX-TVA-APPLIQUE    PIC S9(1)V999.
       01  WS-INDIC-TAUX-DEFAUT    PIC 9       VALUE ZERO.
           88 WS-TAUX-EST-DEFAUT              VALUE 1.
