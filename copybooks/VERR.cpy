      *    FIC-VERROU : enregistrement unique - etat (P = pose,
      *    L = libre), programme detenteur, horodatage de pose, fin
      *    de la fenetre et son issue (TERMINE, ou ARRET quand la
      *    chaine s'est arretee avant son terme : le verrou reste
      *    alors pose jusqu'a la reprise) - copybooks VERRS/VERRW/
      *    VERRP
       FD  FIC-VERROU.
       01  VERR-REC.
           10 VERR-ETAT            PIC X(01).
              88 VERR-EST-POSE                VALUE 'P'.
              88 VERR-EST-LIBRE               VALUE 'L'.
           10 FILLER               PIC X(01)  VALUE SPACE.
           10 VERR-PROGRAMME       PIC X(08).
           10 FILLER               PIC X(01)  VALUE SPACE.
           10 VERR-DATE-POSE       PIC X(17).
           10 FILLER               PIC X(01)  VALUE SPACE.
           10 VERR-DATE-FIN        PIC X(17).
           10 FILLER               PIC X(01)  VALUE SPACE.
           10 VERR-ISSUE           PIC X(08).
           10 FILLER               PIC X(25)  VALUE SPACE.

      *    Demande de forcage d'un traitement batch : operateur,
      *    date de validite AAAAMMJJ (le forcage ne vaut que ce
      *    jour-la, un membre oublie ne force pas les runs suivants)
      *    et motif (obligatoire - un forcage sans motif est ignore)
       FD  FIC-FORCAGE-VERROU.
       01  VFOR-REC.
           10 VFOR-OPERATEUR       PIC X(08).
           10 FILLER               PIC X(01).
           10 VFOR-DATE            PIC X(08).
           10 FILLER               PIC X(01).
           10 VFOR-MOTIF           PIC X(60).
           10 FILLER               PIC X(02).

      *    Journal des forcages : horodatage, programme force,
      *    operateur, detenteur et pose du verrou force, motif
       FD  FIC-JRN-FORCAGE.
       01  VJRN-REC.
           10 VJRN-DATE-HEURE      PIC X(17).
           10 FILLER               PIC X(01)  VALUE SPACE.
           10 VJRN-PROGRAMME       PIC X(08).
           10 FILLER               PIC X(01)  VALUE SPACE.
           10 VJRN-OPERATEUR       PIC X(08).
           10 FILLER               PIC X(01)  VALUE SPACE.
           10 VJRN-DETENTEUR       PIC X(08).
           10 FILLER               PIC X(01)  VALUE SPACE.
           10 VJRN-DATE-POSE       PIC X(17).
           10 FILLER               PIC X(01)  VALUE SPACE.
           10 VJRN-MOTIF           PIC X(60).
           10 FILLER               PIC X(09)  VALUE SPACE.
