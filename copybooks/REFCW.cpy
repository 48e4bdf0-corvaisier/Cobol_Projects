      *==============================================================*
      * REFCW - ZONES DE TRAVAIL DU REFERENTIEL DES CODES            *
      *   (copybooks REFCS, REFC et REFCP).                          *
      *   WS-REFC-PROGRAMME doit etre alimente (MOVE du nom du       *
      *   programme appelant) avant CHARGE-REFERENTIEL-CODES, qui    *
      *   pose WS-REFC-DATE-JOUR ; avant CHERCHE-CODE-REFERENCE :    *
      *   WS-REFC-TYPE-CHERCHE, WS-REFC-CODE-CHERCHE et              *
      *   WS-REFC-DATE-CHERCHEE (zero = date du jour). Le verdict    *
      *   revient dans WS-REFC-VERDICT, l'entree trouvee dans        *
      *   WS-REFC-IDX.                                               *
      *==============================================================*
       01  WS-STATUS-REFC          PIC 9(02)  VALUE ZERO.
       01  WS-REFC-PROGRAMME       PIC X(08)  VALUE SPACE.
       01  WS-REFC-DATE-JOUR       PIC 9(08)  VALUE ZERO.
       01  WS-REFC-INDIC-FIN       PIC 9      VALUE ZERO.
           88 WS-REFC-FIN                     VALUE 1.
       01  WS-REFC-NB-EDT          PIC ZZZ.ZZ9.
      *    Demande de controle d'un code
       01  WS-REFC-DEMANDE.
           02  WS-REFC-CLE-CHERCHEE.
               05 WS-REFC-TYPE-CHERCHE PIC X(04).
               05 WS-REFC-CODE-CHERCHE PIC X(06).
           02  WS-REFC-DATE-CHERCHEE   PIC 9(08).
           02  WS-REFC-VERDICT         PIC X(01).
               88 WS-REFC-CONNU                VALUE 'C'.
               88 WS-REFC-HORS-VALIDITE        VALUE 'H'.
               88 WS-REFC-INCONNU              VALUE 'I'.
      *    Codes du referentiel, dans l'ordre de la cle du KSDS pour
      *    la recherche dichotomique
       01  WS-REFC-NB              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-REFC-TABLE.
           02  WS-REFC-POSTE       OCCURS 1 TO 1000
                                   DEPENDING ON WS-REFC-NB
                                   ASCENDING KEY IS WS-REFC-T-CLE
                                   INDEXED BY WS-REFC-IDX.
               05 WS-REFC-T-CLE.
                  10 WS-REFC-T-TYPE    PIC X(04).
                  10 WS-REFC-T-CODE    PIC X(06).
               05 WS-REFC-T-LIBELLE    PIC X(30).
               05 WS-REFC-T-DEBUT      PIC 9(08).
               05 WS-REFC-T-FIN        PIC 9(08).
               05 WS-REFC-T-MEMBRE-UE  PIC X(01).
               05 WS-REFC-T-DECIMALES  PIC 9(01).
               05 WS-REFC-T-JURIDICTION PIC X(03).
