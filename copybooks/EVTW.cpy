      *==============================================================*
      * EVTW - ZONES DE TRAVAIL DE LA BOITE D'EVENEMENTS DE          *
      *   FICHIER1 (copybooks EVTS, EVT et EVTP).                    *
      *   WS-EVT-PROGRAMME est alimente en INIT, WS-EVT-OPERATEUR    *
      *   quand le programme connait son operateur (a blanc, le      *
      *   programme lui-meme, comme dans la piste d'audit).          *
      *   Avant ECRIT-EVENEMENT-FIC1 : WS-EVT-TYPE (A, M ou S ;      *
      *   P pour une reevaluation du seul montant, X pour un         *
      *   effacement de donnees personnelles), WS-EVT-CLE et les     *
      *   images completes de l'article avant (M, P, S, X) et apres  *
      *   (A, M, P, X) la mise a jour.                               *
      *==============================================================*
       01  WS-STATUS-EVTO          PIC 9(02)  VALUE ZERO.
       01  WS-STATUS-EVSQ          PIC 9(02)  VALUE ZERO.
       01  WS-EVT-INDIC-OUVERT     PIC 9      VALUE ZERO.
           88 WS-EVT-OUVERT                   VALUE 1.
       01  WS-EVT-INDIC-FIN        PIC 9      VALUE ZERO.
           88 WS-EVT-FIN                      VALUE 1.
       01  WS-EVT-PROGRAMME        PIC X(08)  VALUE SPACE.
       01  WS-EVT-OPERATEUR        PIC X(08)  VALUE SPACE.
       01  WS-EVT-TYPE             PIC X(01)  VALUE SPACE.
       01  WS-EVT-CLE              PIC X(10)  VALUE SPACE.
       01  WS-EVT-SEQUENCE         PIC 9(10)  VALUE ZERO.
       01  WS-EVT-NB-ECRITS        PIC S9(9) COMP SYNC VALUE ZERO.
      *    Images de l'article (dessin FIC1REC) : le type M est
      *    affine en C ou P par comparaison des deux images
       01  WS-EVT-IMAGE-AVANT      PIC X(80)  VALUE SPACE.
       01  WS-EVT-AVANT-R REDEFINES WS-EVT-IMAGE-AVANT.
           02  FILLER              PIC X(10).
           02  WS-EVT-AV-DONNEES.
               03  FILLER          PIC X(20).
               03  WS-EVT-AV-MONTANT PIC X(11).
               03  FILLER          PIC X(11).
               03  WS-EVT-AV-STATUT PIC X(01).
               03  WS-EVT-AV-DEVISE PIC X(03).
               03  FILLER          PIC X(24).
       01  WS-EVT-IMAGE-APRES      PIC X(80)  VALUE SPACE.
       01  WS-EVT-APRES-R REDEFINES WS-EVT-IMAGE-APRES.
           02  FILLER              PIC X(10).
           02  WS-EVT-AP-DONNEES.
               03  FILLER          PIC X(20).
               03  WS-EVT-AP-MONTANT PIC X(11).
               03  FILLER          PIC X(11).
               03  WS-EVT-AP-STATUT PIC X(01).
               03  WS-EVT-AP-DEVISE PIC X(03).
               03  FILLER          PIC X(24).
       01  WS-EVT-DATE-HEURE-SYS.
           02  WS-EVT-HORODATAGE   PIC X(14).
           02  FILLER              PIC X(07).
