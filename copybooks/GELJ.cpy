      *    FIC-GELS-JURIDIQUES : un gel par ligne, colonnes fixes.
      *    Type A : GELJ-VALEUR porte la cle FIC1-CH1 de l'article ;
      *    type C : GELJ-VALEUR porte le code contrepartie (6 car.),
      *    tous ses articles sont geles ; type D : plage de dates
      *    AAAAMMJJ (debut et fin incluses) - sont gelees les lignes
      *    de journal, les articles (date d'effet) et les etats du
      *    coffre dates dans la plage. Date de levee a blanc ou zero
      *    = gel jusqu'a nouvel ordre ; le gel cesse le jour de la
      *    levee. Une ligne commencant par * est un commentaire.
       FD  FIC-GELS-JURIDIQUES.
       01  GELJ-REC.
           10 GELJ-TYPE            PIC X(01).
              88 GELJ-COMMENTAIRE             VALUE '*'.
              88 GELJ-TYPE-ARTICLE            VALUE 'A'.
              88 GELJ-TYPE-CTP                VALUE 'C'.
              88 GELJ-TYPE-PERIODE            VALUE 'D'.
           10 FILLER               PIC X(01).
           10 GELJ-VALEUR          PIC X(10).
           10 FILLER               PIC X(01).
           10 GELJ-DATE-DEBUT      PIC X(08).
           10 GELJ-DATE-DEBUT-N    REDEFINES GELJ-DATE-DEBUT
                                   PIC 9(08).
           10 FILLER               PIC X(01).
           10 GELJ-DATE-FIN        PIC X(08).
           10 GELJ-DATE-FIN-N      REDEFINES GELJ-DATE-FIN
                                   PIC 9(08).
           10 FILLER               PIC X(01).
           10 GELJ-DOSSIER         PIC X(12).
           10 FILLER               PIC X(01).
           10 GELJ-DATE-LEVEE      PIC X(08).
           10 GELJ-DATE-LEVEE-N    REDEFINES GELJ-DATE-LEVEE
                                   PIC 9(08).
           10 FILLER               PIC X(01).
           10 GELJ-LIBELLE         PIC X(27).
