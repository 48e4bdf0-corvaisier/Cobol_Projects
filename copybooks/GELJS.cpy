      *==============================================================*
      * GELJS - DECLARATION DU REGISTRE DES GELS JURIDIQUES          *
      *   FIC-GELS-JURIDIQUES (membre de PARMLIB tenu par le service *
      *   juridique) : une ligne par gel - cle d'article, code       *
      *   contrepartie ou plage de dates - avec sa reference de      *
      *   dossier et sa date de levee. Consulte par les traitements  *
      *   qui suppriment ou modifient (FOREX015, FOREX016, FOREX033, *
      *   FOREX038, FOREX046, FOREX047, FOREX055, FOREX066,          *
      *   FOREX080, FOREX088), qui laissent en l'etat tout element   *
      *   gele ; la situation par dossier est editee par FOREX113.   *
      *   A inclure dans le File-Control, avec GELJ (FD, FILE        *
      *   SECTION), GELJW (WORKING-STORAGE) et GELJP (PROCEDURE      *
      *   DIVISION).                                                 *
      *==============================================================*
           SELECT FIC-GELS-JURIDIQUES
                     ASSIGN to FICGELJ
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-GELJ.
