      *    FIC-PAIEMENTS : 1 instruction de paiement par transaction
      *    payee (copybooks PAIES et PAIE). Les 80 premiers octets
      *    gardent le dessin d'origine ; le compte du beneficiaire
      *    (referentiel FIC-COMPTES-BANC de FOREX069) suit, pour que
      *    la banque n'ait plus rien a rechercher a la main
       FD  FIC-PAIEMENTS.
       01  PAIE-REC.
         10 PAIE-REF           PIC X(16).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 PAIE-BENEFICIAIRE  PIC X(20).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 PAIE-MONTANT       PIC 9(09)V99.
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 PAIE-DEVISE        PIC X(03).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 PAIE-DATE-VALEUR   PIC 9(08).
         10 FILLER             PIC X(01)  VALUE SPACE.
      *    Contrepartie et entite juridique de l'article d'origine
         10 PAIE-CODE-CTP      PIC X(06).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 PAIE-ENTITE        PIC X(02).
         10 FILLER             PIC X(08)  VALUE SPACE.
      *    Compte du beneficiaire, valide au referentiel le jour de
      *    la generation (IBAN au format electronique, sans blanc)
         10 PAIE-IBAN          PIC X(34).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 PAIE-BIC           PIC X(11).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 PAIE-TITULAIRE     PIC X(35).
         10 FILLER             PIC X(38)  VALUE SPACE.
