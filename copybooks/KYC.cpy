      *    FIC-KYC : un dossier par contrepartie. L'echeance est
      *    derivee de la notation a l'enregistrement de la revue
      *    (periodicite en mois de FIC-PARAM-KYC, FOREX094)
       FD  FIC-KYC.
       01  KYC-REC.
           10 KYC-CODE-CTP         PIC X(06).
           10 KYC-NOTATION         PIC X(01).
              88 KYC-RISQUE-FAIBLE            VALUE 'F'.
              88 KYC-RISQUE-MOYEN             VALUE 'M'.
              88 KYC-RISQUE-ELEVE             VALUE 'E'.
              88 KYC-NOTATION-VALIDE          VALUE 'F' 'M' 'E'.
           10 KYC-DATE-REVUE       PIC 9(08).
           10 KYC-DATE-ECHEANCE    PIC 9(08).
           10 KYC-REVISEUR         PIC X(08).
      *    Date de la derniere mise a jour du dossier
           10 KYC-DATE-MAJ         PIC 9(08).
           10 FILLER               PIC X(41).
