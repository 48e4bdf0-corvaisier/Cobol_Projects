      *    FIC-DENOUEMENTS : 1 ligne par transaction reglee
      *    (copybooks DNOUS et DNOU)
       FD  FIC-DENOUEMENTS.
       01  DNOU-REC.
         10 DNOU-REF-TRANS     PIC X(16).
         10 FILLER             PIC X(01)  VALUE SPACE.
      *    Montant regle au titre de la transaction (negatif = avoir
      *    compense dans un paiement net)
         10 DNOU-MONTANT       PIC S9(09)V99.
         10 FILLER             PIC X(01)  VALUE SPACE.
      *    Reference de l'instruction rapprochee (la meme que
      *    DNOU-REF-TRANS hors compensation)
         10 DNOU-REF-PAIE      PIC X(16).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 DNOU-DATE          PIC 9(08).
         10 FILLER             PIC X(26)  VALUE SPACE.
