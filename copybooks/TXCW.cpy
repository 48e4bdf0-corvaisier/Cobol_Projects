      *==============================================================*
      * TXCW - TABLE DES COTATIONS DE FIC-TAUX-CHANGE (paragraphes en*
      *   copybook TXCP), partagee par le calcul FOREX00B et la      *
      *   simulation FOREX110. FICTXC y est lu toutes generations :  *
      *   l'historique grossit chaque jour des cours de FOREX075,    *
      *   la table reste bornee sans jamais fausser un cours :       *
      *   - une cotation datee apres WS-TXC-DATE-LIMITE (date metier *
      *     du run, ou du rejeu) ne sert a aucune conversion et      *
      *     n'est pas chargee ;                                      *
      *   - une devise cotee deux fois a la meme date garde la       *
      *     derniere cotation lue ;                                  *
      *   - table pleine, la plus ancienne cotation d'une devise qui *
      *     en a une plus recente est ecartee ; la plus recente des  *
      *     dates ecartees de la devise (son horizon) est gardee, et *
      *     toute conversion qui aurait pu tomber sur une cotation   *
      *     ecartee est signalee (WS-TXC-COTATION-DOUTEUSE).         *
      *   Le programme appelant declare FIC-TAUX-CHANGE (TXC-DEVISE, *
      *   TXC-DATE, TXC-TAUX) et les zones WS-DEVISE-COURANTE et     *
      *   WS-DATE-TAUX-RETENUE de sa recherche du taux.              *
      *==============================================================*
       01  WS-NB-TAUX-CHANGE        PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TAUX-CHANGE.
           05  WS-TXC-ENTREE OCCURS 2000.
               10 WS-TXC-DEVISE     PIC X(03).
               10 WS-TXC-DATE       PIC 9(08).
               10 WS-TXC-TAUX       PIC 9(03)V9(06).
               10 WS-TXC-IDX-DEV    PIC S9(4) COMP SYNC.
       01  WS-IDX-TXC               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Devises presentes : cotations retenues dans la table et
      *    horizon (date ecartee la plus recente, zero si aucune)
       01  WS-NB-TXC-DEVISES        PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TXC-DEVISES.
           05  WS-TXD-ENTREE OCCURS 100.
               10 WS-TXD-DEVISE     PIC X(03).
               10 WS-TXD-NB         PIC S9(4) COMP SYNC.
               10 WS-TXD-HORIZON    PIC 9(08).
       01  WS-IDX-TXD               PIC S9(4) COMP SYNC VALUE ZERO.

       01  WS-TXC-GESTION.
           02  WS-TXC-DATE-LIMITE   PIC 9(08)      VALUE 99999999.
           02  WS-NB-TXC-IGNOREES   PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-NB-TXC-ECARTEES   PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-NB-TXC-DOUTEUSES  PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-IDX-TXC-TROUVE    PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-IDX-TXC-VICTIME   PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-IDX-TXD-VICTIME   PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-IDX-TXD-COURANT   PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-TXC-DATE-VICTIME  PIC 9(08)      VALUE ZERO.
           02  WS-INDIC-TXC-PLEINE  PIC 9          VALUE ZERO.
               88 WS-TXC-TABLE-PLEINE              VALUE 1.
           02  WS-INDIC-TXC-DOUTE   PIC 9          VALUE ZERO.
               88 WS-TXC-COTATION-DOUTEUSE         VALUE 1.
