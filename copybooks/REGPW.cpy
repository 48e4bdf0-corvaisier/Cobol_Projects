      *==============================================================*
      * REGPW - ZONES DE TRAVAIL DU REGISTRE DES PARAMETRES          *
      *   (copybooks REGPS, REGP et REGPP) : statut du KSDS, membre  *
      *   et date recherches, version en vigueur trouvee et ses      *
      *   lignes chargees en table.                                  *
      *==============================================================*
       01  WS-STATUS-REGP          PIC 9(02)  VALUE ZERO.
       01  WS-REGP-RECHERCHE.
           02  WS-REGP-FICHIER     PIC X(08)  VALUE SPACE.
           02  WS-REGP-DATE-RECH   PIC 9(08)  VALUE ZERO.
      *    Version en vigueur a WS-REGP-DATE-RECH (zero = aucune)
           02  WS-REGP-DATE-VIGUEUR PIC 9(08) VALUE ZERO.
           02  WS-REGP-VIG-OPERATEUR PIC X(08) VALUE SPACE.
           02  WS-REGP-VIG-MOTIF   PIC X(40)  VALUE SPACE.
           02  WS-REGP-VIG-HORODATAGE PIC X(14) VALUE SPACE.
           02  WS-REGP-VIG-NB-LIGNES PIC 9(04) VALUE ZERO.
           02  WS-REGP-VIG-PRECEDENTE PIC 9(08) VALUE ZERO.
           02  WS-REGP-INDIC-FIN   PIC 9      VALUE ZERO.
               88 WS-REGP-FIN                 VALUE 1.
      *    Lignes de la version chargee (500 par membre au plus)
       01  WS-REGP-NB-LIGNES       PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-REGP-MAX-LIGNES      PIC S9(4) COMP SYNC VALUE 500.
       01  WS-REGP-TAB-LIGNES.
           02  WS-REGP-LIGNE       PIC X(80)  OCCURS 500.
