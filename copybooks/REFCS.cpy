      *==============================================================*
      * REFCS - DECLARATION DU REFERENTIEL DES CODES FIC-REF-CODES   *
      *   (KSDS, cle type + code) : pays, devises et statuts         *
      *   d'article admis, avec libelle, periode de validite et      *
      *   attributs (membre UE, decimales de la devise, juridiction  *
      *   de TVA du pays). Tenu par FOREX121 seul (mouvements        *
      *   audites) ; charge en table par les programmes de controle  *
      *   (FOREX009, FOREX010, FOREX017, FOREX060, FOREX061) a la    *
      *   place de leurs listes propres ; FOREX122 liste les codes   *
      *   de FICHIER1 qu'il ne connait pas. A inclure dans le        *
      *   File-Control, avec REFC (FD, FILE SECTION), REFCW          *
      *   (WORKING-STORAGE) et REFCP (PROCEDURE DIVISION).           *
      *==============================================================*
           SELECT FIC-REF-CODES
                     ASSIGN to FICREFC
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is REFC-CLE
                     FILE STATUS is WS-STATUS-REFC.
