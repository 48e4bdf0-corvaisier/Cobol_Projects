      *==============================================================*
      * NOTAS - DECLARATION DU FICHIER DES NOTES PAR ARTICLE         *
      *   FIC-NOTES-ARTICLES (KSDS, cle NOTA-CLE = FIC1-CH1 +        *
      *   horodatage + rang) : memos libres des operateurs -         *
      *   operateur, categorie et jusqu'a cinq lignes de texte.      *
      *   Saisis en session FOREX016 et charges en batch par         *
      *   FOREX119, imprimes par le releve FOREX067. Une note        *
      *   ecrite n'est jamais modifiee ni supprimee. A inclure dans  *
      *   le File-Control, avec NOTA (FD, FILE SECTION), NOTAW       *
      *   (WORKING-STORAGE) et NOTAP (PROCEDURE DIVISION).           *
      *==============================================================*
           SELECT FIC-NOTES-ARTICLES
                     ASSIGN to FICNOTE
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is NOTA-CLE
                     FILE STATUS is WS-STATUS-NOTA.
