      *==============================================================*
      * KYCW - ZONES DE TRAVAIL DU DOSSIER KYC (copybooks KYCS et    *
      *   KYC) : statut du KSDS.                                     *
      *==============================================================*
       01  WS-STATUS-KYC           PIC 9(02)  VALUE ZERO.
