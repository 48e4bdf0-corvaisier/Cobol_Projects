      *    FIC-FILE-EXCEPTIONS : une exception ouverte par source et
      *    reference. Creee par la collecte FOREX106 au premier
      *    passage, retrouvee les nuits suivantes sur la meme cle ;
      *    assignee, annotee et close a la console FOREX107
       FD  FIC-FILE-EXCEPTIONS.
       01  EXCQ-REC.
           10 EXCQ-CLE.
      *       Source : REJ rejet FOREX009 en recyclage, ESCA rejet
      *       escalade par FOREX017, XMLR document XML rejete,
      *       CSVR ligne CSV rejetee, QUAR fichier en quarantaine
      *       FOREX063, SUSP paiement en suspens FOREX057, FILT
      *       revue de filtrage FOREX050, DBLN quasi-doublon FOREX024
              15 EXCQ-SOURCE       PIC X(04).
                 88 EXCQ-SOURCE-VALIDE        VALUE 'REJ ' 'ESCA'
                                                    'XMLR' 'CSVR'
                                                    'QUAR' 'SUSP'
                                                    'FILT' 'DBLN'.
      *       Reference dans la source : cle d'article, reference de
      *       paiement, nom de fichier, debut de ligne rejetee
              15 EXCQ-REFERENCE    PIC X(40).
           10 EXCQ-MOTIF           PIC X(30).
           10 EXCQ-MONTANT         PIC 9(09)V99.
           10 EXCQ-DEVISE          PIC X(03).
      *    Date de premiere collecte, et de derniere presence dans
      *    la source
           10 EXCQ-DATE-LEVEE      PIC 9(08).
           10 EXCQ-DATE-VUE        PIC 9(08).
           10 EXCQ-RESPONSABLE     PIC X(08).
      *    Statut : O ouverte, C close a la console, R resolue a la
      *    source (absente de la derniere collecte)
           10 EXCQ-STATUT          PIC X(01).
              88 EXCQ-OUVERTE                 VALUE 'O'.
              88 EXCQ-CLOSE                   VALUE 'C'.
              88 EXCQ-RESOLUE                 VALUE 'R'.
           10 EXCQ-DATE-STATUT     PIC 9(08).
           10 EXCQ-NOTE            PIC X(40).
      *    Dernier geste : operateur de la console, ou FOREX106
           10 EXCQ-OPER-MAJ        PIC X(08).
           10 EXCQ-DATE-MAJ        PIC 9(08).
           10 FILLER               PIC X(23).
