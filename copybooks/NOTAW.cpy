      *==============================================================*
      * NOTAW - ZONES DE TRAVAIL DU FICHIER DES NOTES PAR ARTICLE    *
      *   (copybooks NOTAS, NOTA et NOTAP).                          *
      *   WS-NOTA-PROGRAMME est alimente en INIT.                    *
      *   Avant ECRIT-NOTE-ARTICLE : WS-NOTA-CLE, WS-NOTA-OPERATEUR, *
      *   WS-NOTA-CATEGORIE, WS-NOTA-ORIGINE, WS-NOTA-NB-LIGNES et   *
      *   les lignes WS-NOTA-LIGNE ; WS-NOTA-ECRITE en retour.       *
      *   Avant COMPTE-NOTES-ARTICLE ou POSITIONNE-NOTES-ARTICLE :   *
      *   WS-NOTA-CLE.                                               *
      *==============================================================*
       01  WS-STATUS-NOTA          PIC 9(02)  VALUE ZERO.
       01  WS-NOTA-INDIC-OUVERT    PIC 9      VALUE ZERO.
           88 WS-NOTA-OUVERT                  VALUE 1.
       01  WS-NOTA-INDIC-FIN       PIC 9      VALUE ZERO.
           88 WS-NOTA-FIN                     VALUE 1.
       01  WS-NOTA-INDIC-ECRITE    PIC 9      VALUE ZERO.
           88 WS-NOTA-ECRITE                  VALUE 1.
       01  WS-NOTA-PROGRAMME       PIC X(08)  VALUE SPACE.
       01  WS-NOTA-DEMANDE.
           02  WS-NOTA-CLE         PIC X(10)  VALUE SPACE.
           02  WS-NOTA-OPERATEUR   PIC X(08)  VALUE SPACE.
           02  WS-NOTA-CATEGORIE   PIC X(02)  VALUE SPACE.
           02  WS-NOTA-ORIGINE     PIC X(01)  VALUE SPACE.
           02  WS-NOTA-NB-LIGNES   PIC 9(01)  VALUE ZERO.
           02  WS-NOTA-LIGNE       PIC X(60)  OCCURS 5.
       01  WS-NOTA-NB-NOTES        PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-NOTA-NB-ECRITES      PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-NOTA-IDX             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-NOTA-DATE-HEURE-SYS.
           02  WS-NOTA-DHS-ANNEE   PIC 9(04).
           02  WS-NOTA-DHS-MOIS    PIC 9(02).
           02  WS-NOTA-DHS-JOUR    PIC 9(02).
           02  WS-NOTA-DHS-HEURE   PIC 9(02).
           02  WS-NOTA-DHS-MINUTE  PIC 9(02).
           02  WS-NOTA-DHS-SECONDE PIC 9(02).
           02  FILLER              PIC X(07).
       01  WS-NOTA-HORODATAGE      PIC X(17)  VALUE SPACE.
