      *==============================================================*
      * EXCQW - ZONES DE TRAVAIL DE LA FILE DES EXCEPTIONS           *
      *   (copybooks EXCQS et EXCQ) : statut du KSDS.                *
      *==============================================================*
       01  WS-STATUS-EXCQ          PIC 9(02)  VALUE ZERO.
