      *==============================================================*
      * HPRVS - DECLARATION DE L'HISTORIQUE DES PROVISIONS POUR      *
      *   CREANCES DOUTEUSES FIC-HISTO-PROVISIONS (KSDS, cle         *
      *   HPRV-CLE = mois AAAAMM + entite FIC1-CODE-ENTITE) : base   *
      *   provisionnee et provision de chaque entite a la cloture    *
      *   du mois. Tenu par FOREX118, qui y relit la provision du    *
      *   mois precedent pour en deduire la dotation ou la reprise.  *
      *   A inclure dans le File-Control, avec HPRV (FD, FILE        *
      *   SECTION) et HPRVW (WORKING-STORAGE).                       *
      *==============================================================*
           SELECT FIC-HISTO-PROVISIONS
                     ASSIGN to FICHPRV
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is HPRV-CLE
                     FILE STATUS is WS-STATUS-HPRV.
