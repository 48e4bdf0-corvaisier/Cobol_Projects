      *==============================================================*
      * CDETS - DECLARATION DU FICHIER FIC-DETAIL-COMP (DETAIL DE LA *
      *   COMPENSATION DES PAIEMENTS), PARTAGE ENTRE FOREX070        *
      *   (ECRITURE) ET FOREX057 (LECTURE POUR LE RAPPROCHEMENT).    *
      *   A inclure dans le File-Control, avec CDET (FD, FILE        *
      *   SECTION). Une ligne par transaction entrant dans une       *
      *   instruction nette : reference nette, reference TRANS-REF   *
      *   d'origine et montant signe - un paiement net se            *
      *   redecompose en ses factures et avoirs sans autre source.   *
      *==============================================================*
           SELECT FIC-DETAIL-COMP
                     ASSIGN to FICCDET
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-CDET.
