      *    FIC-TRANSMISSIONS : une transmission = destination +
      *    sequence (attribuee a la suite par destination), type de
      *    fichier, programme producteur, comptage et total de
      *    hachage pris au trailer, emission(s) et confirmation
       FD  FIC-TRANSMISSIONS.
       01  EMIS-REC.
           10 EMIS-CLE.
              15 EMIS-DESTINATION  PIC X(08).
              15 EMIS-SEQUENCE     PIC 9(06).
           10 EMIS-TYPE-FICHIER    PIC X(08).
           10 EMIS-PROGRAMME       PIC X(08).
      *       Trailer lu : P paiements, G grand livre, blanc aucun
           10 EMIS-TRAILER         PIC X(01).
           10 EMIS-NB-ENREG        PIC 9(09).
           10 EMIS-HASH            PIC S9(13)V99.
           10 EMIS-DATE-PREMIERE   PIC 9(08).
           10 EMIS-DATE-EMISSION   PIC 9(08).
           10 EMIS-HEURE-EMISSION  PIC 9(06).
           10 EMIS-NB-EMISSIONS    PIC 9(03).
           10 EMIS-STATUT          PIC X(01).
              88 EMIS-EMISE                   VALUE 'E'.
              88 EMIS-CONFIRMEE               VALUE 'C'.
           10 EMIS-DATE-CONFIRM    PIC 9(08).
           10 EMIS-REF-CONFIRM     PIC X(20).
      *       Autorisant de la derniere reemission forcee
           10 EMIS-AUTORISANT      PIC X(08).
           10 FILLER               PIC X(33).
      *    Enregistrement de tete de la destination (sequence
      *    000000) : derniere sequence attribuee
       01  EMIS-ENTETE REDEFINES EMIS-REC.
           10 FILLER               PIC X(14).
           10 EMIS-E-DERNIERE-SEQ  PIC 9(06).
           10 EMIS-E-NB-EMISSIONS  PIC 9(09).
           10 FILLER               PIC X(121).
