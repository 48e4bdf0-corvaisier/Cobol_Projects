      *    FIC-RELEVE-BANQUE : une ligne par mouvement denoue
      *    (copybooks RLVS et RLV)
       FD  FIC-RELEVE-BANQUE.
       01  RLV-REC.
      *    Notre reference (celle de l'instruction de paiement)
         10 RLV-REF            PIC X(16).
         10 FILLER             PIC X(01).
         10 RLV-MONTANT        PIC 9(09)V99.
         10 FILLER             PIC X(01).
      *    Date de valeur du mouvement (AAAAMMJJ)
         10 RLV-DATE           PIC 9(08).
         10 FILLER             PIC X(01).
      *    Sens du mouvement sur notre compte : D debit, C credit
      *    (blanc pour un releve saisi avant l'integration native,
      *    traite comme un debit)
         10 RLV-SENS           PIC X(01).
             88 RLV-CREDIT                VALUE 'C'.
         10 FILLER             PIC X(41).
