      *==============================================================*
      * VERRW - ZONES DE TRAVAIL DU VERROU DE FENETRE DE MISE A      *
      *   JOUR DE FICHIER1 (copybooks VERRS, VERR et VERRP).         *
      *   WS-VERR-PROGRAMME doit etre alimente (MOVE du nom du       *
      *   programme appelant) en INIT ; WS-VERR-OPERATEUR et         *
      *   WS-VERR-MOTIF avant JOURNALISE-FORCAGE quand le forcage    *
      *   vient d'une saisie.                                        *
      *==============================================================*
       01  WS-STATUS-VERR          PIC 9(02)  VALUE ZERO.
       01  WS-STATUS-VFOR          PIC 9(02)  VALUE ZERO.
       01  WS-STATUS-VJRN          PIC 9(02)  VALUE ZERO.
       01  WS-VERR-PROGRAMME       PIC X(08)  VALUE SPACE.
      *    Etat du verrou relu par CONTROLE-VERROU
       01  WS-VERR-INDIC-POSE      PIC 9      VALUE ZERO.
           88 WS-VERR-POSE                    VALUE 1.
       01  WS-VERR-DETENTEUR       PIC X(08)  VALUE SPACE.
       01  WS-VERR-DATE-POSE       PIC X(17)  VALUE SPACE.
       01  WS-VERR-DATE-FIN        PIC X(17)  VALUE SPACE.
       01  WS-VERR-ISSUE           PIC X(08)  VALUE SPACE.
      *    Le programme courant a pose le verrou lui-meme : lui seul
      *    le levera (un balayage lance par la chaine ne leve pas
      *    le verrou de la chaine)
       01  WS-VERR-INDIC-DETENU    PIC 9      VALUE ZERO.
           88 WS-VERR-DETENU                  VALUE 1.
      *    Verrou force par l'operateur pour ce run ou cette session
       01  WS-VERR-INDIC-FORCE     PIC 9      VALUE ZERO.
           88 WS-VERR-FORCE                   VALUE 1.
      *    Etat a reecrire par ECRIT-VERROU (P ou L)
       01  WS-VERR-ETAT-ECRIT      PIC X(01)  VALUE SPACE.
       01  WS-VERR-OPERATEUR       PIC X(08)  VALUE SPACE.
       01  WS-VERR-MOTIF           PIC X(60)  VALUE SPACE.
       01  WS-VERR-DATE-HEURE-SYS.
           02  WS-VERR-ANNEE       PIC 9(04).
           02  WS-VERR-MOIS        PIC 9(02).
           02  WS-VERR-JOUR        PIC 9(02).
           02  WS-VERR-HEURE       PIC 9(02).
           02  WS-VERR-MINUTE      PIC 9(02).
           02  WS-VERR-SECONDE     PIC 9(02).
           02  FILLER              PIC X(07).
       01  WS-VERR-DATE-HEURE-EDT  PIC X(17).
