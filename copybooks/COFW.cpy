      *==============================================================*
      * COFW - ZONES DE TRAVAIL DU COFFRE DES RAPPORTS (copybooks    *
      *   COFS et COF) : statuts des deux KSDS.                      *
      *==============================================================*
       01  WS-STATUS-COFX          PIC 9(02)  VALUE ZERO.
       01  WS-STATUS-COFL          PIC 9(02)  VALUE ZERO.
