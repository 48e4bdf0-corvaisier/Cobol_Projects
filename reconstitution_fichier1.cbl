         10 FILLER           PIC X(01).
         10 AUDIT-CH2        PIC X(20).
         10 FILLER           PIC X(19).
      *  Montant et devise de l'article apres le geste (avant, pour
      *  une suppression), a blanc quand le geste ne porte pas sur
      *  un montant - l'enregistrement prend la longueur de 120 du
      *  DCB de la piste
         10 AUDIT-MONTANT    PIC 9(09)V99.
         10 AUDIT-DEVISE     PIC X(03).
         10 FILLER           PIC X(06).

       FD  FIC-PARAM-PIT.
       01  PPIT-REC.
