      *    FIC-COFFRE-INDEX : 1 enregistrement par rapport classe
      *    (copybooks COFS/COFW). Les enregistrements de reprise des
      *    rapports cumulatifs (DISP=MOD) portent la date 00000000 et
      *    l'heure 000000 : ils se rangent avant toute date reelle et
      *    ne sortent jamais d'une consultation par date
       FD  FIC-COFFRE-INDEX.
       01  COFX-REC.
           10 COFX-CLE.
              15 COFX-DATE         PIC 9(08).
              15 COFX-PROGRAMME    PIC X(08).
              15 COFX-CODE         PIC X(08).
              15 COFX-ENTITE       PIC X(02).
              15 COFX-HEURE        PIC X(06).
      *    Numero de classement : cle des lignes dans FIC-COFFRE-
      *    LIGNES
           10 COFX-NUMERO          PIC 9(08).
           10 COFX-NB-PAGES        PIC 9(05).
           10 COFX-NB-LIGNES       PIC 9(07).
      *    Verdict du run (statut de FIC-CONTROLES ou carte de
      *    classement) et code retour quand la carte le donne
           10 COFX-VERDICT         PIC X(08).
           10 COFX-CODE-RETOUR     PIC X(02).
      *    Rapport cumulatif : nombre de lignes du fichier source
      *    deja classees (enregistrement de reprise seulement)
           10 COFX-LIGNES-SOURCE   PIC 9(09).
           10 FILLER               PIC X(29).

      *    FIC-COFFRE-LIGNES : les lignes d'un rapport classe, dans
      *    l'ordre d'origine. L'enregistrement d'ancrage (numero et
      *    ligne a zero) porte le dernier numero de classement
      *    attribue
       FD  FIC-COFFRE-LIGNES.
       01  COFL-REC.
           10 COFL-CLE.
              15 COFL-NUMERO       PIC 9(08).
              15 COFL-LIGNE        PIC 9(07).
           10 COFL-TEXTE           PIC X(200).
           10 COFL-ANCRE REDEFINES COFL-TEXTE.
              15 COFL-DERNIER-NUMERO PIC 9(08).
              15 FILLER            PIC X(192).
