      *    FIC-HISTO-PROVISIONS : la provision d'une entite telle
      *    qu'arretee pour le mois. Le mois en tete de cle : les
      *    provisions d'un mois se relisent d'un bloc (START sur le
      *    mois)
       FD  FIC-HISTO-PROVISIONS.
       01  HPRV-REC.
           10 HPRV-CLE.
              15 HPRV-MOIS         PIC 9(06).
              15 HPRV-ENTITE       PIC X(02).
      *    Date du calcul (une relance du mois remplace le calcul)
           10 HPRV-DATE-CALCUL     PIC 9(08).
      *    Encours en attente retenu (hors litiges et echeanciers)
      *    et provision calculee, en euros
           10 HPRV-BASE            PIC 9(11)V99.
           10 HPRV-PROVISION       PIC 9(11)V99.
           10 HPRV-NB-ARTICLES     PIC 9(07).
           10 FILLER               PIC X(31).
