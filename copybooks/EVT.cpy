      *    FIC-EVT-SORTANTS : evenement de mise a jour de FICHIER1 -
      *    numero de sequence, cle, type (A ajout, M modification,
      *    C cloture, P changement de montant ou de devise,
      *    S suppression, X effacement des donnees personnelles -
      *    images sans le nom, qui porte deja le nom de
      *    remplacement), horodatage AAAAMMJJHHMMSS, programme et
      *    operateur d'origine, zones metier avant et apres (meme
      *    dessin que FIC1-CH2 suivi de FIC1-ZONE-METIER, a blanc
      *    quand il n'y a pas d'avant ou pas d'apres) - copybooks
      *    EVTS/EVTW/EVTP
       FD  FIC-EVT-SORTANTS.
       01  EVT-REC.
           10 EVT-SEQUENCE         PIC 9(10).
           10 FILLER               PIC X(01).
           10 EVT-CLE              PIC X(10).
           10 FILLER               PIC X(01).
           10 EVT-TYPE             PIC X(01).
              88 EVT-AJOUT                    VALUE 'A'.
              88 EVT-MODIFICATION             VALUE 'M'.
              88 EVT-CLOTURE                  VALUE 'C'.
              88 EVT-REEVALUATION             VALUE 'P'.
              88 EVT-SUPPRESSION              VALUE 'S'.
              88 EVT-EFFACEMENT               VALUE 'X'.
           10 FILLER               PIC X(01).
           10 EVT-DATE-HEURE       PIC X(14).
           10 FILLER               PIC X(01).
           10 EVT-PROGRAMME        PIC X(08).
           10 FILLER               PIC X(01).
           10 EVT-OPERATEUR        PIC X(08).
           10 FILLER               PIC X(01).
           10 EVT-AVANT            PIC X(70).
           10 FILLER               PIC X(01).
           10 EVT-APRES            PIC X(70).
           10 FILLER               PIC X(02).

      *    Dernier numero de sequence attribue
       FD  FIC-EVT-SEQUENCE.
       01  EVSQ-REC.
           10 EVSQ-DERNIERE        PIC 9(10).
           10 FILLER               PIC X(70).
