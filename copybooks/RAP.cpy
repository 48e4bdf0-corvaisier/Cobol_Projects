      *    FIC-RAPPELS : 1 enregistrement par paiement rappele, cle
      *    PAIE-REF (copybooks RAPS et RAP)
       FD  FIC-RAPPELS.
       01  RAP-REC.
         10 RAP-REF            PIC X(16).
         10 FILLER             PIC X(01).
      *    R = rappel en attente (pose par FOREX071), S = solde (le
      *    paiement n'est jamais paru au releve), X = sans effet (le
      *    paiement est paru au releve malgre le rappel)
         10 RAP-STATUT         PIC X(01).
            88 RAP-EN-ATTENTE             VALUE 'R'.
            88 RAP-SOLDE                  VALUE 'S'.
            88 RAP-SANS-EFFET             VALUE 'X'.
         10 FILLER             PIC X(01).
         10 RAP-MONTANT        PIC 9(09)V99.
         10 FILLER             PIC X(01).
         10 RAP-DATE-DEMANDE   PIC 9(08).
         10 FILLER             PIC X(01).
         10 RAP-OPERATEUR      PIC X(08).
         10 FILLER             PIC X(01).
         10 RAP-DATE-SOLDE     PIC 9(08).
         10 FILLER             PIC X(23).
