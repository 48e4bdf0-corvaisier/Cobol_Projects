      *    FIC-SOLDES-OUVERTURE : solde d'ouverture de l'exercice
      *    par entite juridique, pays et devise (blanc = EUR deja
      *    resolu), trie sur ces trois zones
       FD  FIC-SOLDES-OUVERTURE.
       01  SOUV-REC.
      *    Exercice ouvert par ce solde (annee close + 1)
           10 SOUV-EXERCICE        PIC 9(04).
           10 SOUV-ENTITE          PIC X(02).
           10 SOUV-CODE-PAYS       PIC X(03).
           10 SOUV-DEVISE          PIC X(03).
           10 SOUV-NB-ARTICLES     PIC 9(07).
           10 SOUV-SOLDE-OUVERTURE PIC S9(13)V99.
      *    Cumuls de l'exercice : a zero a l'ouverture
           10 SOUV-CUMUL-EXERCICE  PIC S9(13)V99.
           10 SOUV-NB-MVT-EXERCICE PIC 9(07).
      *    Date de passage de la cloture annuelle AAAAMMJJ
           10 SOUV-DATE-CLOTURE    PIC 9(08).
           10 FILLER               PIC X(16).
