      *==============================================================*
      * POSTS - DECLARATION DU FICHIER FIC-POSTES-OUVERTS (GRAND     *
      *   LIVRE DES POSTES OUVERTS PAR ARTICLE), KSDS PARTAGE ENTRE  *
      *   FOREX073 (OUVERTURE ET LETTRAGE) ET FOREX074 (LISTE        *
      *   MENSUELLE PAR CONTREPARTIE). A inclure dans le             *
      *   File-Control, avec POST (FD, FILE SECTION). Cle : FIC1-CH1 *
      *   de l'article d'origine.                                    *
      *==============================================================*
           SELECT FIC-POSTES-OUVERTS
                     ASSIGN to FICPOST
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is POST-CLE
                     FILE STATUS is WS-STATUS-POST.
