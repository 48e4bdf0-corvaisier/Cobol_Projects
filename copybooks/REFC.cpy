      *    FIC-REF-CODES : un code par enregistrement de 100 octets.
      *    Types : PAYS (code pays sur 3 car.), DEVI (code devise sur
      *    3 car.), STAT (statut FIC1-STATUT sur 1 car.). Le code est
      *    admis du REFC-DATE-DEBUT au REFC-DATE-FIN inclus
      *    (99999999 = sans fin). REFC-MEMBRE-UE et
      *    REFC-JURIDICTION-TVA (juridiction ou se declare la TVA
      *    du pays, blanc = aucune) ne valent que pour un pays,
      *    REFC-DECIMALES que pour une devise.
       FD  FIC-REF-CODES.
       01  REFC-REC.
           10 REFC-CLE.
              15 REFC-TYPE         PIC X(04).
                 88 REFC-TYPE-PAYS            VALUE 'PAYS'.
                 88 REFC-TYPE-DEVISE          VALUE 'DEVI'.
                 88 REFC-TYPE-STATUT          VALUE 'STAT'.
              15 REFC-CODE         PIC X(06).
           10 REFC-LIBELLE         PIC X(30).
           10 REFC-DATE-DEBUT      PIC 9(08).
           10 REFC-DATE-FIN        PIC 9(08).
           10 REFC-MEMBRE-UE       PIC X(01).
              88 REFC-EST-MEMBRE-UE           VALUE 'O'.
           10 REFC-DECIMALES       PIC 9(01).
           10 REFC-JURIDICTION-TVA PIC X(03).
      *    Derniere mise a jour : date et operateur (FOREX121)
           10 REFC-DATE-MAJ        PIC 9(08).
           10 REFC-OPERATEUR       PIC X(08).
           10 FILLER               PIC X(23).
