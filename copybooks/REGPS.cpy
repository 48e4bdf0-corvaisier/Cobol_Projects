      *==============================================================*
      * REGPS - DECLARATION DU REGISTRE DES PARAMETRES               *
      *   FIC-REGISTRE-PARAM : chaque membre FIC-PARAM de la         *
      *   PARMLIB (TAUXPEN, ARRONDI, LIMPAYS...) y est tenu en       *
      *   versions datees (cle membre + date d'effet + numero de     *
      *   ligne), KSDS partage par la maintenance (FOREX091),        *
      *   l'extraction (FOREX092) et le rapport des changements      *
      *   (FOREX093). A inclure dans le File-Control, avec REGP      *
      *   (FD, FILE SECTION), REGPW (WORKING-STORAGE) et REGPP       *
      *   (PROCEDURE DIVISION).                                      *
      *==============================================================*
           SELECT FIC-REGISTRE-PARAM
                     ASSIGN to FICREGP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is REGP-CLE
                     FILE STATUS is WS-STATUS-REGP.
