      *==============================================================*
      * LITGW - ZONES DE TRAVAIL DU REGISTRE DES LITIGES (copybooks  *
      *   LITGS et LITG) : statut du KSDS.                           *
      *==============================================================*
       01  WS-STATUS-LITG          PIC 9(02)  VALUE ZERO.
