      *==============================================================*
      * VERRS - DECLARATION DES FICHIERS DU VERROU DE FENETRE DE     *
      *   MISE A JOUR DE FICHIER1. A inclure dans le File-Control,   *
      *   avec VERR (FD, FILE SECTION), VERRW (WORKING-STORAGE) et   *
      *   VERRP (PROCEDURE DIVISION).                                *
      *   FIC-VERROU : enregistrement unique partage par la suite -  *
      *     pose par la chaine de nuit FOREX021 (et par les          *
      *     balayages FOREX009, FOREX038, FOREX047 lances hors       *
      *     chaine), consulte par FOREX015, FOREX016, FOREX046 et    *
      *     FOREX055 qui refusent toute mise a jour tant qu'il est   *
      *     pose.                                                    *
      *   FIC-FORCAGE-VERROU : demande de forcage deposee par        *
      *     l'operateur pour un traitement batch (identifiant et     *
      *     motif) - facultatif, sa seule presence avec un motif     *
      *     autorise la mise a jour malgre le verrou.                *
      *   FIC-JRN-FORCAGE : journal des forcages (DISP=MOD), une     *
      *     ligne par forcage avec son motif.                        *
      *==============================================================*
           SELECT FIC-VERROU
                     ASSIGN to FICVERR
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-VERR.
           SELECT FIC-FORCAGE-VERROU
                     ASSIGN to FICVFOR
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-VFOR.
           SELECT FIC-JRN-FORCAGE
                     ASSIGN to FICVJRN
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-VJRN.
