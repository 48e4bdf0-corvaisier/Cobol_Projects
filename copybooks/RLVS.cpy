      *==============================================================*
      * RLVS - DECLARATION DU FICHIER FIC-RELEVE-BANQUE (MOUVEMENTS  *
      *   DU RELEVE BANCAIRE), PARTAGE ENTRE FOREX077 (ECRITURE      *
      *   DEPUIS LE RELEVE NATIF MT940 / camt.053) ET FOREX057       *
      *   (RAPPROCHEMENT DES PAIEMENTS). A inclure dans le           *
      *   File-Control, avec RLV (FD, FILE SECTION).                 *
      *==============================================================*
           SELECT FIC-RELEVE-BANQUE
                     ASSIGN to FICRLV
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RLV.
