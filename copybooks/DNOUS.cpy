      *==============================================================*
      * DNOUS - DECLARATION DU FICHIER FIC-DENOUEMENTS (REGLEMENTS   *
      *   CONFIRMES AU RELEVE BANCAIRE), PARTAGE ENTRE FOREX057      *
      *   (ECRITURE DES RAPPROCHES) ET FOREX073 (LETTRAGE DES        *
      *   POSTES OUVERTS). A inclure dans le File-Control, avec DNOU *
      *   (FD, FILE SECTION). Une ligne par TRANS-REF reglee : un    *
      *   paiement net de FOREX070 y est deja redecompose en ses     *
      *   composantes, chacune avec son montant signe.               *
      *==============================================================*
           SELECT FIC-DENOUEMENTS
                     ASSIGN to FICDNOU
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-DNOU.
