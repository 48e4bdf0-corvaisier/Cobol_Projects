      *    FIC-LITIGES : un litige par article conteste. Ouvert,
      *    modifie et resolu par les mouvements de FOREX100 ; un
      *    litige resolu reste au registre (statut C) jusqu'a une
      *    eventuelle reouverture
       FD  FIC-LITIGES.
       01  LITG-REC.
           10 LITG-CLE             PIC X(10).
           10 LITG-CODE-CTP        PIC X(06).
           10 LITG-DATE-OUVERTURE  PIC 9(08).
      *    Motif : PX prix, QT quantite, QL qualite, DB double
      *    facturation, NR prestation non recue, AU autre
           10 LITG-MOTIF           PIC X(02).
              88 LITG-MOTIF-VALIDE            VALUE 'PX' 'QT' 'QL'
                                                    'DB' 'NR' 'AU'.
           10 LITG-MONTANT         PIC 9(09)V99.
           10 LITG-RESPONSABLE     PIC X(08).
           10 LITG-STATUT          PIC X(01).
              88 LITG-OUVERT                  VALUE 'O'.
              88 LITG-CLOS                    VALUE 'C'.
      *    Resolution : F fonde (avoir total), R rejete, P avoir
      *    partiel - a blanc tant que le litige est ouvert
           10 LITG-RESOLUTION      PIC X(01).
              88 LITG-FONDE                   VALUE 'F'.
              88 LITG-REJETE                  VALUE 'R'.
              88 LITG-AVOIR-PARTIEL           VALUE 'P'.
              88 LITG-RESOLUTION-VALIDE       VALUE 'F' 'R' 'P'.
           10 LITG-MONTANT-AVOIR   PIC 9(09)V99.
           10 LITG-DATE-RESOLUTION PIC 9(08).
      *    Date de la derniere mise a jour du litige
           10 LITG-DATE-MAJ        PIC 9(08).
           10 FILLER               PIC X(06).
