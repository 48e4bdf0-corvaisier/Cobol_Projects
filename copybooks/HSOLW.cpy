      *==============================================================*
      * HSOLW - ZONES DE TRAVAIL DE L'HISTORIQUE DES SOLDES          *
      *   (copybooks HSOLS et HSOL) : statut du KSDS.                *
      *==============================================================*
       01  WS-STATUS-HSOL          PIC 9(02)  VALUE ZERO.
