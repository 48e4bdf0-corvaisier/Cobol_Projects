           10 CTL-NB-REJETES       PIC 9(09).
           10 CTL-TOTAL            PIC S9(11)V99.
           10 CTL-STATUT           PIC X(08).
      *    Sceau de la derniere ligne du jour de la piste FIC1-AUDIT,
      *    sur l'enregistrement d'ancrage programme 'FIC1AUD ' ecrit
      *    par FOREX078 (blanc partout ailleurs)
           10 CTL-SCEAU-AUDIT      PIC X(10).
           10 FILLER               PIC X(04).
