      *    FIC-DETAIL-COMP : 1 ligne par composante d'une instruction
      *    nette de FOREX070 (copybooks CDETS et CDET)
       FD  FIC-DETAIL-COMP.
       01  CDET-REC.
         10 CDET-REF-NETTE     PIC X(16).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 CDET-REF-TRANS     PIC X(16).
         10 FILLER             PIC X(01)  VALUE SPACE.
      *    Montant signe de la composante (negatif = avoir)
         10 CDET-MONTANT       PIC S9(09)V99.
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 CDET-CODE-CTP      PIC X(06).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 CDET-ENTITE        PIC X(02).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 CDET-DEVISE        PIC X(03).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 CDET-DATE-TRANS    PIC 9(08).
         10 FILLER             PIC X(12)  VALUE SPACE.
