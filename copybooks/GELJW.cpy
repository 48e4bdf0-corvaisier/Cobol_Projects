      *==============================================================*
      * GELJW - ZONES DE TRAVAIL DU REGISTRE DES GELS JURIDIQUES     *
      *   (copybooks GELJS, GELJ et GELJP).                          *
      *   WS-GELJ-PROGRAMME doit etre alimente (MOVE du nom du       *
      *   programme appelant) avant CHARGE-GELS-JURIDIQUES ; la      *
      *   demande WS-GELJ-DEMANDE avant TESTE-GEL-JURIDIQUE, et      *
      *   WS-GELJ-OBJET (element laisse en l'etat) avant             *
      *   NOTE-GEL-JURIDIQUE.                                        *
      *==============================================================*
       01  WS-STATUS-GELJ          PIC 9(02)  VALUE ZERO.
       01  WS-GELJ-PROGRAMME       PIC X(08)  VALUE SPACE.
       01  WS-GELJ-DATE-JOUR       PIC 9(08)  VALUE ZERO.
       01  WS-GELJ-INDIC-FIN       PIC 9      VALUE ZERO.
           88 WS-GELJ-FIN                     VALUE 1.
      *    Gels du registre (actifs et leves) : type, valeur,
      *    plage, dossier, levee, libelle, et nombre d'elements que
      *    chaque gel a fait laisser en l'etat pendant le run
       01  WS-GELJ-NB              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-GELJ-TABLE.
           02  WS-GELJ-POSTE       OCCURS 200.
               05 WS-GELJ-T-TYPE       PIC X(01).
               05 WS-GELJ-T-VALEUR     PIC X(10).
               05 WS-GELJ-T-DEBUT      PIC 9(08).
               05 WS-GELJ-T-FIN        PIC 9(08).
               05 WS-GELJ-T-DOSSIER    PIC X(12).
               05 WS-GELJ-T-LEVEE      PIC 9(08).
               05 WS-GELJ-T-LIBELLE    PIC X(27).
               05 WS-GELJ-T-ETAT       PIC X(01).
                  88 WS-GELJ-T-ACTIF              VALUE 'A'.
                  88 WS-GELJ-T-LEVE               VALUE 'L'.
               05 WS-GELJ-T-NB-RETENUS PIC S9(9) COMP.
       01  WS-GELJ-IDX             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-GELJ-IDX-RETENU      PIC S9(4) COMP SYNC VALUE ZERO.
      *    Compteurs du run : gels actifs, lignes de registre
      *    rejetees, elements laisses en l'etat
       01  WS-GELJ-NB-ACTIFS       PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-GELJ-NB-REJETES      PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-GELJ-NB-RETENUS      PIC S9(9) COMP SYNC VALUE ZERO.
      *    Demande : cle d'article, code contrepartie, date de
      *    reference AAAAMMJJ - zone a blanc ou zero = non testee
       01  WS-GELJ-DEMANDE.
           02  WS-GELJ-CLE         PIC X(10).
           02  WS-GELJ-CTP         PIC X(06).
           02  WS-GELJ-DATE        PIC 9(08).
      *    Reponse : element gele, dossier du premier gel touche
       01  WS-GELJ-INDIC-RETENU    PIC 9      VALUE ZERO.
           88 WS-GELJ-RETENU                  VALUE 1.
       01  WS-GELJ-DOSSIER-RETENU  PIC X(12)  VALUE SPACE.
       01  WS-GELJ-OBJET           PIC X(40)  VALUE SPACE.
       01  WS-GELJ-NB-EDT          PIC ZZZ.ZZZ.ZZ9.
