      *==============================================================*
      * HPRVW - ZONES DE TRAVAIL DE L'HISTORIQUE DES PROVISIONS      *
      *   (copybooks HPRVS et HPRV) : statut du KSDS.                *
      *==============================================================*
       01  WS-STATUS-HPRV          PIC 9(02)  VALUE ZERO.
