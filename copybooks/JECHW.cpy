      *==============================================================*
      * JECHW - ZONES DE TRAVAIL DU JOURNAL DES ECHANGES             *
      *   PARTENAIRES (FIC-JRN-ECHANGES, copybooks JECHS et JECH).   *
      *   WS-JECH-PROGRAMME doit etre alimente en INIT avant         *
      *   OUVRE-JRN-ECHANGES ; WS-JECH-EVENEMENT, WS-JECH-           *
      *   PARTENAIRE, WS-JECH-CLE et WS-JECH-MOTIF avant chaque      *
      *   PERFORM ECRIT-JRN-ECHANGE (copybook JECHP).                *
      *==============================================================*
       01  WS-STATUS-JECH          PIC 9(02)  VALUE ZERO.
       01  WS-INDIC-JECH-OUVERT    PIC 9      VALUE ZERO.
           88 WS-JECH-OUVERT                  VALUE 1.
       01  WS-JECH-PROGRAMME       PIC X(08)  VALUE SPACE.
       01  WS-JECH-EVENEMENT       PIC X(01)  VALUE SPACE.
       01  WS-JECH-PARTENAIRE      PIC X(08)  VALUE SPACE.
       01  WS-JECH-CLE             PIC X(10)  VALUE SPACE.
       01  WS-JECH-MOTIF           PIC X(20)  VALUE SPACE.
       01  WS-JECH-DATE-HEURE-SYS.
           02  WS-JECH-DATE        PIC 9(08).
           02  WS-JECH-HEURE       PIC 9(06).
           02  FILLER              PIC X(07).
