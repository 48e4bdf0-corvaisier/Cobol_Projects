      *    FIC-HISTO-SOLDES : un article de FICHIER1 tel qu'il etait
      *    a la photo de fin de mois. Le mois en tete de cle : une
      *    photo se relit d'un bloc (START sur le mois), un article
      *    mois par mois par lecture directe
       FD  FIC-HISTO-SOLDES.
       01  HSOL-REC.
           10 HSOL-CLE.
              15 HSOL-MOIS         PIC 9(06).
              15 HSOL-CH1          PIC X(10).
      *    Date de la photo (dernier jour ouvre du mois, ou date du
      *    run d'une photo tardive)
           10 HSOL-DATE-PHOTO      PIC 9(08).
           10 HSOL-MONTANT         PIC 9(09)V99.
      *    Devise (blanc de FICHIER1 = EUR) et statut (blanc de
      *    FICHIER1 = A) sont normalises a la photo
           10 HSOL-DEVISE          PIC X(03).
           10 HSOL-STATUT          PIC X(01).
              88 HSOL-ACTIF                   VALUE 'A'.
              88 HSOL-EN-ATTENTE              VALUE 'P'.
              88 HSOL-CLOS                    VALUE 'C'.
           10 HSOL-CODE-CTP        PIC X(06).
           10 HSOL-CODE-ENTITE     PIC X(02).
           10 HSOL-CODE-PAYS       PIC X(03).
           10 FILLER               PIC X(30).
