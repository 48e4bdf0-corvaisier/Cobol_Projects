      *==============================================================*
      * LITGS - DECLARATION DU REGISTRE DES LITIGES                  *
      *   FIC-LITIGES (KSDS, cle LITG-CLE = FIC1-CH1 de l'article    *
      *   conteste) : date d'ouverture, motif, montant conteste,     *
      *   responsable et resolution. Tenu par FOREX100, lu par la    *
      *   generation des paiements FOREX056 (paiement bloque sur     *
      *   litige ouvert), la compensation FOREX070 (transaction      *
      *   ecartee du net), la balance agee FOREX040, les relances    *
      *   FOREX099 (article exclu) et la balance des litiges         *
      *   FOREX101. A inclure dans le File-Control, avec LITG (FD,   *
      *   FILE SECTION) et LITGW (WORKING-STORAGE).                  *
      *==============================================================*
           SELECT FIC-LITIGES
                     ASSIGN to FICLITG
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is LITG-CLE
                     FILE STATUS is WS-STATUS-LITG.
