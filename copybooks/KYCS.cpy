      *==============================================================*
      * KYCS - DECLARATION DU DOSSIER KYC DES CONTREPARTIES          *
      *   FIC-KYC (KSDS, cle KYC-CODE-CTP = CTP-CODE de              *
      *   FIC-CONTREPARTIES) : notation de risque, date de la        *
      *   derniere revue d'identite, echeance de la prochaine et     *
      *   reviseur. Tenu par FOREX094, lu par l'echeancier des       *
      *   revues FOREX095 et par la generation des paiements         *
      *   FOREX056 (blocage sur revue echue a risque eleve). A       *
      *   inclure dans le File-Control, avec KYC (FD, FILE SECTION)  *
      *   et KYCW (WORKING-STORAGE).                                 *
      *==============================================================*
           SELECT FIC-KYC
                     ASSIGN to FICKYC
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is KYC-CODE-CTP
                     FILE STATUS is WS-STATUS-KYC.
