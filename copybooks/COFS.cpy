      *==============================================================*
      * COFS - DECLARATION DU COFFRE DES RAPPORTS : l'index          *
      *   FIC-COFFRE-INDEX (1 enregistrement par rapport classe,     *
      *   cle date + programme + code rapport + entite + heure) et   *
      *   les lignes FIC-COFFRE-LIGNES (cle numero de classement +   *
      *   numero de ligne), deux KSDS partages par le classement     *
      *   (FOREX086), la consultation (FOREX087) et l'expiration     *
      *   (FOREX088). A inclure dans le File-Control, avec COF (FD,  *
      *   FILE SECTION) et COFW (WORKING-STORAGE).                   *
      *==============================================================*
           SELECT FIC-COFFRE-INDEX
                     ASSIGN to FICCOFX
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is COFX-CLE
                     FILE STATUS is WS-STATUS-COFX.
           SELECT FIC-COFFRE-LIGNES
                     ASSIGN to FICCOFL
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is COFL-CLE
                     FILE STATUS is WS-STATUS-COFL.
