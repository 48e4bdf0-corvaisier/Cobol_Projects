      *==============================================================*
      * EVTS - DECLARATION DE LA BOITE D'EVENEMENTS DE FICHIER1.     *
      *   A inclure dans le File-Control, avec EVT (FD, FILE         *
      *   SECTION), EVTW (WORKING-STORAGE) et EVTP (PROCEDURE        *
      *   DIVISION).                                                 *
      *   FIC-EVT-SORTANTS : un evenement par article ajoute,        *
      *     modifie, cloture, reevalue ou supprime dans FICHIER1,    *
      *     ecrit par chaque programme de mise a jour (FOREX015,     *
      *     FOREX016, FOREX017, FOREX036, FOREX038, FOREX039,        *
      *     FOREX046, FOREX047, FOREX048, FOREX054, FOREX066,        *
      *     FOREX080, FOREX116) et distribue aux abonnes par         *
      *     FOREX085 dans l'heure.                                   *
      *   FIC-EVT-SEQUENCE : enregistrement unique, dernier numero   *
      *     de sequence attribue - les numeros croissent d'un        *
      *     programme a l'autre, les abonnes reprennent apres le     *
      *     dernier numero lu.                                       *
      *==============================================================*
           SELECT FIC-EVT-SORTANTS
                     ASSIGN to FICEVTO
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EVTO.
           SELECT FIC-EVT-SEQUENCE
                     ASSIGN to FICEVSQ
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EVSQ.
