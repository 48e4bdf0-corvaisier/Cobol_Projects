      *==============================================================*
      * SOUVS - DECLARATION DU FICHIER DES SOLDES D'OUVERTURE        *
      *   FIC-SOLDES-OUVERTURE : un enregistrement par entite x pays *
      *   x devise, ecrit par la cloture annuelle FOREX103 a partir  *
      *   des soldes de cloture de FICHIER1, point de depart de      *
      *   l'exercice suivant (solde d'ouverture et cumuls de         *
      *   l'exercice remis a zero). A inclure dans le File-Control,  *
      *   avec SOUV (FD, FILE SECTION) ; le lecteur declare          *
      *   WS-STATUS-SOUV PIC 9(02) en WORKING-STORAGE.               *
      *==============================================================*
           SELECT FIC-SOLDES-OUVERTURE
                     ASSIGN to FICSOUV
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-SOUV.
