      *    FIC-REGISTRE-PARAM : une version d'un membre = une ligne
      *    d'en-tete (numero de ligne 0000 : operateur, motif,
      *    horodatage de saisie, nombre de lignes, version qu'elle
      *    remplace) suivie des lignes du membre (0001 a nnnn), le
      *    texte de 80 colonnes tel qu'il part dans la PARMLIB
       FD  FIC-REGISTRE-PARAM.
       01  REGP-REC.
           10 REGP-CLE.
              15 REGP-FICHIER      PIC X(08).
              15 REGP-DATE-EFFET   PIC 9(08).
              15 REGP-LIGNE        PIC 9(04).
           10 REGP-TEXTE           PIC X(80).
           10 FILLER               PIC X(20).
      *    Ligne d'en-tete de version (REGP-LIGNE = 0000) ; la
      *    version precedente est celle qui etait en vigueur a la
      *    date d'effet au moment de la saisie (zero = premiere)
       01  REGP-VERSION REDEFINES REGP-REC.
           10 FILLER               PIC X(20).
           10 REGP-V-OPERATEUR     PIC X(08).
           10 REGP-V-MOTIF         PIC X(40).
           10 REGP-V-HORODATAGE    PIC X(14).
           10 REGP-V-NB-LIGNES     PIC 9(04).
           10 REGP-V-PRECEDENTE    PIC 9(08).
           10 REGP-V-NB-AJOUTS     PIC 9(04).
           10 REGP-V-NB-MODIFS     PIC 9(04).
           10 REGP-V-NB-SUPPR      PIC 9(04).
           10 FILLER               PIC X(14).
