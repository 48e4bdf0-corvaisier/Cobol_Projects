      *==============================================================*
      * SCLW - ZONES DE TRAVAIL DU SCELLEMENT CHAINE DE LA PISTE     *
      *   D'AUDIT FIC1-AUDIT (paragraphes en copybook SCLP).         *
      *   Chaque ligne porte dans AUDIT-SCEAU (octets 91 a 100)      *
      *   un sceau calcule sur le reste de la ligne ET sur le        *
      *   sceau de la ligne precedente : modifier, retirer ou        *
      *   inserer une ligne rompt la chaine a cet endroit (controle  *
      *   quotidien FOREX078). WS-SCL-PRECEDENT porte le sceau de    *
      *   la derniere ligne ecrite ou lue - zero en tete de chaine.  *
      *==============================================================*
       01  WS-SCL-ZONES.
           02  WS-SCL-PRECEDENT    PIC 9(10)  VALUE ZERO.
           02  WS-SCL-INDIC-FIN    PIC 9      VALUE ZERO.
               88 WS-SCL-FIN-PISTE            VALUE 1.
       01  WS-SCL-CALCUL           PIC S9(18) COMP VALUE ZERO.
       01  WS-SCL-IDX              PIC S9(4)  COMP SYNC VALUE ZERO.
      *    Ligne sauvegardee, puis ligne telle qu'elle est scellee
      *    (AUDIT-SCEAU a zero) - aux dimensions de AUDIT-REC
       01  WS-SCL-SAUVE            PIC X(120) VALUE SPACE.
       01  WS-SCL-LIGNE            PIC X(120) VALUE SPACE.
