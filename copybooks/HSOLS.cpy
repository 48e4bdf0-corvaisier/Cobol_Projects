      *==============================================================*
      * HSOLS - DECLARATION DE L'HISTORIQUE DES SOLDES DE FIN DE     *
      *   MOIS FIC-HISTO-SOLDES (KSDS, cle HSOL-CLE = mois AAAAMM +  *
      *   cle d'article FIC1-CH1) : montant, devise, statut,         *
      *   contrepartie et entite de chaque article de FICHIER1 au    *
      *   dernier jour ouvre du mois. Alimente par la photo          *
      *   FOREX111, consulte par l'evolution mensuelle FOREX112. A   *
      *   inclure dans le File-Control, avec HSOL (FD, FILE          *
      *   SECTION) et HSOLW (WORKING-STORAGE).                       *
      *==============================================================*
           SELECT FIC-HISTO-SOLDES
                     ASSIGN to FICHSOL
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is HSOL-CLE
                     FILE STATUS is WS-STATUS-HSOL.
