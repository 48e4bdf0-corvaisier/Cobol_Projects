      *==============================================================*
      * EMISS - DECLARATION DU JOURNAL DES TRANSMISSIONS SORTANTES   *
      *   FIC-TRANSMISSIONS : chaque fichier qui quitte la suite     *
      *   (paiements, exports partenaires, interface grand livre,    *
      *   entrepot, declarations TVA, paquets de diffusion) y est    *
      *   enregistre avant liberation sous un numero de sequence par *
      *   destination, puis confirme a l'accuse de reception. KSDS   *
      *   tenu par le controleur des emissions FOREX115. A inclure   *
      *   dans le File-Control, avec EMIS (FD, FILE SECTION).        *
      *==============================================================*
           SELECT FIC-TRANSMISSIONS
                     ASSIGN to FICTRSM
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is EMIS-CLE
                     FILE STATUS is WS-STATUS-TRSM.
