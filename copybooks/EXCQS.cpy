      *==============================================================*
      * EXCQS - DECLARATION DE LA FILE DES EXCEPTIONS                *
      *   FIC-FILE-EXCEPTIONS (KSDS, cle EXCQ-CLE = source +         *
      *   reference) : motif, montant, date de levee, responsable    *
      *   et statut de chaque exception des fichiers de rejet,       *
      *   quarantaine, suspens et revue de la suite. Alimente par    *
      *   la collecte FOREX106, tenu a la console FOREX107, edite    *
      *   par la balance agee FOREX108. A inclure dans le            *
      *   File-Control, avec EXCQ (FD, FILE SECTION) et EXCQW        *
      *   (WORKING-STORAGE).                                         *
      *==============================================================*
           SELECT FIC-FILE-EXCEPTIONS
                     ASSIGN to FICEXCQ
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is EXCQ-CLE
                     FILE STATUS is WS-STATUS-EXCQ.
