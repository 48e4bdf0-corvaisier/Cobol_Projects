      *    FIC-POSTES-OUVERTS : 1 poste par article de FICHIER1, cle
      *    FIC1-CH1 (copybooks POSTS et POST)
       FD  FIC-POSTES-OUVERTS.
       01  POST-REC.
         10 POST-CLE           PIC X(10).
         10 FILLER             PIC X(01).
         10 POST-CODE-CTP      PIC X(06).
         10 FILLER             PIC X(01).
         10 POST-ENTITE        PIC X(02).
         10 FILLER             PIC X(01).
         10 POST-DEVISE        PIC X(03).
         10 FILLER             PIC X(01).
      *    Montant d'origine de l'article (FIC1-MONTANT a
      *    l'ouverture du poste)
         10 POST-MONTANT-ORIGINE PIC 9(09)V99.
         10 FILLER             PIC X(01).
      *    Cumul des reglements lettres et reste a regler
         10 POST-MONTANT-LETTRE PIC S9(11)V99.
         10 FILLER             PIC X(01).
         10 POST-SOLDE         PIC S9(11)V99.
         10 FILLER             PIC X(01).
      *    O = ouvert sans reglement, P = lettre partiellement,
      *    L = lettre en totalite, S = sur-regle
         10 POST-STATUT        PIC X(01).
            88 POST-OUVERT                VALUE 'O'.
            88 POST-PARTIEL               VALUE 'P'.
            88 POST-LETTRE                VALUE 'L'.
            88 POST-SUR-REGLE             VALUE 'S'.
         10 FILLER             PIC X(01).
         10 POST-DATE-OUVERTURE PIC 9(08).
         10 FILLER             PIC X(01).
         10 POST-DATE-LETTRAGE PIC 9(08).
         10 FILLER             PIC X(16).
